      * This program reads the WBACCTDB-DD account file and the      *
      * WBTXNDB-DD transaction-detail file and prints a statement    *
      * for every account, stamping the account's last-statement     *
      * date as each statement is produced. Payable-on-death         *
      * beneficiaries on WBBENEDB-DD print under the account. The    *
      * marketing message zone is left off the statements of a       *
      * customer whose date of death has been confirmed. A custodial *
      * (UTMA) account on WBCSDDB-DD carries the custodian's and the *
      * minor's names under the account header.                      *
      *                                                              *
      * In consolidated mode a household on WBHHLDDB-DD (see HHLDBLD *
      * and WGRVHHLD) gets one envelope: a household cover page      *
      * naming everyone enclosed, then each member's statement in    *
      * turn. A member who opted out, whose address is flagged for   *
      * returned mail, who is electronic-only or deceased, or who    *
      * has no statement tonight mails alone, and a household left   *
      * with a single member tonight is not grouped.                 *
      *                                                              *
      * Every rendered statement is also archived on STMARCH-DD, and *
      * the generation's manifest on MANIFEST-DD (see WBMANREC)      *
      * names each account archived and carries the line count.      *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS MSG-ID
               FILE STATUS  IS WBMSGDB-FILE-STATUS.

           SELECT WBBENEDB-FILE
               ASSIGN       TO WBBENEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BEN-KEY
               FILE STATUS  IS WBBENEDB-FILE-STATUS.

           SELECT WBCSDDB-FILE
               ASSIGN       TO WBCSDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CSD-KEY
               FILE STATUS  IS WBCSDDB-FILE-STATUS.

           SELECT WBHHLDDB-FILE
               ASSIGN       TO WBHHLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HHL-CUST-ID
               FILE STATUS  IS WBHHLDDB-FILE-STATUS.

           SELECT SARC-OP    ASSIGN TO STMARCH
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS STMARCH-STAT.

           SELECT MANIFEST-OP
                             ASSIGN TO MANIFEST
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS MANIFST-STAT.

           SELECT ADX-OP     ASSIGN TO ADDRXCPQ
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ADDRXCPQ-STAT.
           05 FILLER                     PIC X(26).

       FD  CKPT-FILE
           RECORD CONTAINS 54.
       01  CKPT-RECORD.
           05 CKPT-ACCOUNT-KEY           PIC X(19).
           05 CKPT-TOTAL-ACCTS           PIC 9(07).
           05 CKPT-TOTAL-STMTS           PIC 9(07).
           05 CKPT-PAGE-NO               PIC 9(04).
           05 CKPT-LINE-COUNT            PIC 9(02).
      *    STATEMENT ARCHIVE LINES SO FAR AND THE GENERATION STAMP'S
      *    TIME, SO A RESTART KEEPS THE MANIFEST RIGHT
           05 CKPT-ARC-COUNT             PIC 9(09).
           05 CKPT-GEN-TIME              PIC 9(06).


       FD  WBBDATE-FILE.
       FD  WBMSGDB-FILE.
           COPY WBMSGREC.

       FD  WBBENEDB-FILE.
           COPY WBBENREC.

       FD  WBCSDDB-FILE.
           COPY WBCSDREC.

       FD  WBHHLDDB-FILE.
           COPY WBHHLREC.

      *    STATEMENT ARCHIVE - EVERY RENDERED STATEMENT LINE, KEYED
      *    BY ACCOUNT AND STATEMENT DATE WITH A LINE SEQUENCE, SO A
      *    TELLER REPRINT (WGRVSTRQ REQUEST, STMRECAL FULFILMENT)
           05 SRC-LINE-NO                PIC 9(07).
           05 SRC-IMAGE                  PIC X(132).

       FD  MANIFEST-OP
           RECORD CONTAINS 80.
           COPY WBMANREC.

      *    ADDRESS-EXCEPTION QUEUE - ONE RECORD PER HELD MAILING,
      *    APPENDED ACROSS THE PRINT RUNS AND WORKED BY THE BRANCH
      *    SO DORMANCY TRACKING KNOWS THE CUSTOMER IS UNREACHABLE

       01  WBMSGDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBBENEDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBCSDDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBHHLDDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
              10 FILLER        PIC X(131) VALUE ALL '-'.
              10 FILLER        PIC X(001) VALUE SPACES.

      *    HOUSEHOLD COVER PAGE - ONE MEMBER LINE PER STATEMENT IN
      *    THE ENVELOPE
           05 WS-HH-COVER-LINE.
              10 FILLER        PIC X(48)  VALUE
                     'HOUSEHOLD MAILING - STATEMENTS ENCLOSED FOR:'.
              10 FILLER        PIC X(84)  VALUE SPACES.

           05 WS-HH-MEMBER-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-HM-NAME    PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(07)  VALUE '  SSN: '.
              10 WS-HM-SSN     PIC X(09)  VALUE SPACES.
              10 FILLER        PIC X(82)  VALUE SPACES.

           05 WS-HELD-LINE.
              10 FILLER        PIC X(25)  VALUE
                                    'MAIL HELD - BAD ADDRESS: '.
              10 WS-TR-STMT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(66)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(25)  VALUE
                                    'HOUSEHOLD ENVELOPES     :'.
              10 WS-TR-HHE-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(66)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(25)  VALUE
                                    'STMTS IN HOUSEHOLD MAIL :'.
              10 WS-TR-HHS-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(66)  VALUE SPACES.

       01  WS-VARS.
           05 WS-REC-COUNT      PIC 9(02)  VALUE ZERO.
           05 WS-REC-BUFFER     PIC X(132) VALUE SPACES.
           05 WS-TOTAL-ACCT-COUNT PIC 9(07) VALUE ZERO.
           05 WS-HELD-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-ARC-LINE-NO           PIC 9(07)     VALUE ZERO.
           05 WS-ARC-REC-COUNT         PIC 9(09)     VALUE ZERO.
           05 WS-GENERATION            PIC X(16)     VALUE SPACES.
           05 WS-GEN-PARTS REDEFINES WS-GENERATION.
              10 WS-GEN-DATE           PIC 9(08).
              10 FILLER                PIC X(01).
              10 WS-GEN-TIME           PIC 9(06).
              10 FILLER                PIC X(01).
           05 WS-MSG-SUB               PIC S9(04) COMP VALUE ZERO.
           05 WS-TOTAL-STMT-COUNT PIC 9(07) VALUE ZERO.
           05 WS-START-KEY      PIC X(19)  VALUE LOW-VALUES.
           05 WS-CUST-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05 WS-RESUME-KEY     PIC X(19)  VALUE LOW-VALUES.
           05 WS-ACCT-CLOSE-BAL PIC S9(13)V99 VALUE ZERO.
           05 WS-LEAD-HHLD-ID   PIC X(10)  VALUE SPACES.
           05 WS-HH-MEMBERS     PIC 9(05)  COMP VALUE ZERO.
           05 WS-HH-ENVELOPE-COUNT PIC 9(07) VALUE ZERO.
           05 WS-HH-STMT-COUNT  PIC 9(07)  VALUE ZERO.
           05 WS-EOF-SAVE       PIC X(01)  VALUE SPACES.

      *****************************************************************
      *  STATEMENT MESSAGE CONTROLS LOADED ONCE FROM WBMSGDB - THE    *
           05 WS-Y-AMOUNT      PIC Z(10)9.99-.
           05 FILLER           PIC X(94)  VALUE SPACES.

      *    PAYABLE-ON-DEATH DESIGNATIONS - NAME, RELATIONSHIP AND
      *    SHARE ONLY; THE BENEFICIARY'S SSN NEVER PRINTS
       01  WS-BENE-LINES.
           05 WS-BENE-HEAD-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(20)  VALUE
                                    'PAYABLE ON DEATH TO:'.
              10 FILLER        PIC X(110) VALUE SPACES.

           05 WS-BENE-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-BL-NAME    PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-BL-REL     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-BL-PCT     PIC ZZ9.99.
              10 FILLER        PIC X(01)  VALUE '%'.
              10 FILLER        PIC X(77)  VALUE SPACES.

      *    CUSTODIAL TITLE - THE CUSTODIAN HOLDS THE ACCOUNT FOR
      *    THE MINOR UNTIL MAJCONV RETITLES IT AT MAJORITY
       01  WS-CSD-LINE.
           05 FILLER           PIC X(02)  VALUE SPACES.
           05 WS-CSD-CUSTODIAN PIC X(30).
           05 FILLER           PIC X(18)  VALUE ' AS CUSTODIAN FOR '.
           05 WS-CSD-MINOR     PIC X(30).
           05 FILLER           PIC X(52)  VALUE
                  ' UNDER THE UNIFORM TRANSFERS TO MINORS ACT'.

       01  WS-MSG-LINES.
           05 WS-MSG-ZONE-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
      *****************************************************************
      *  CUSTOMER NAME/ADDRESS TABLE, LOADED ONCE FROM WBCUSTDB IN    *
      *  CONSOLIDATED MODE SO EACH STATEMENT HEADER IS A TABLE LOOKUP *
      *  INSTEAD OF A FILE SCAN. IN CONSOLIDATED MODE IT ALSO CARRIES *
      *  THE CUSTOMER'S HOUSEHOLD FOR TONIGHT'S ENVELOPES - BLANK     *
      *  WHEN THE CUSTOMER MAILS ALONE                                *
      *****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 2000 TIMES
                                INDEXED BY CUS-IDX MEM-IDX.
              10 WS-CUST-ID     PIC X(10).
              10 WS-CUST-HHLD-ID PIC X(10).
      *          HAS AN ACCOUNT IN TONIGHT'S RANGE AND CYCLE
              10 WS-CUST-HH-STMT PIC X(01).
      *          STATEMENT ALREADY MAILED IN A HOUSEHOLD ENVELOPE
              10 WS-CUST-HH-DONE PIC X(01).
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-NAME   PIC X(30).
              10 WS-CUST-STREET PIC X(20).
              10 WS-CUST-ZIP    PIC 9(05).
              10 WS-CUST-PREF   PIC X(01).
              10 WS-CUST-BADADDR PIC X(01).
              10 WS-CUST-ESTATE PIC X(01).

      *****************************************************************
      *  JOINTLY-HELD ACCOUNTS, COLLECTED IN A PRE-PASS SO EACH ONE   *
              88 STMT-IS-HELD               VALUE 'Y'.
           05 WS-ARCHIVE-SW    PIC X(01)  VALUE 'N'.
              88 ARCHIVING-THIS-STMT        VALUE 'Y'.
           05 WS-DECEASED-SW   PIC X(01)  VALUE 'N'.
              88 OWNER-IS-DECEASED          VALUE 'Y'.
           05 STMARCH-STAT     PIC 9(02)  VALUE ZERO.
           05 MANIFST-STAT     PIC 9(02)  VALUE ZERO.
           05 MSG-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 MSG-END-OF-FILE            VALUE 'Y'.
           05 BENE-FILE-FLAG   PIC X(01)  VALUE 'N'.
              88 BENE-FILE-OPEN             VALUE 'Y'.
           05 BENE-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 BENE-END-OF-FILE           VALUE 'Y'.
           05 BENE-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 BENE-WAS-FOUND             VALUE 'Y'.
           05 CSD-FILE-FLAG    PIC X(01)  VALUE 'N'.
              88 CSD-FILE-OPEN              VALUE 'Y'.
           05 ADDRXCPQ-STAT    PIC 9(02)  VALUE ZERO.
           05 WS-EXTRACT-SAVE  PIC X(01)  VALUE 'N'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-WAS-FOUND             VALUE 'Y'.
           05 JOINT-READ-FLAG  PIC X(01)  VALUE 'N'.
              88 JOINT-ACCT-IS-CURRENT      VALUE 'Y'.
           05 HHLD-AVAIL-FLAG  PIC X(01)  VALUE 'N'.
              88 HOUSEHOLDS-LOADED          VALUE 'Y'.
           05 WS-HH-LEAD-SW    PIC X(01)  VALUE 'N'.
              88 HOUSEHOLD-LEAD             VALUE 'Y'.
           05 WS-SKIP-CUST-SW  PIC X(01)  VALUE 'N'.
              88 SKIPPING-CUSTOMER          VALUE 'Y'.
           05 MEMBER-SCAN-FLAG PIC X(01)  VALUE 'N'.
              88 MEMBER-SCAN-DONE           VALUE 'Y'.

       01  WS-CHECKPOINT-VARS.
           05 CHKPNT-STAT          PIC X(02) VALUE SPACES.
      *    SO IT LOADS IN EVERY MODE
           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT
           PERFORM 1450-LOAD-MESSAGES  THRU 1450-EXIT
           PERFORM 1470-OPEN-BENEFICIARIES THRU 1470-EXIT
           PERFORM 1480-OPEN-CUSTODIAL     THRU 1480-EXIT
           IF CONSOLIDATED-MODE
              PERFORM 1400-LOAD-JOINT-ACCTS THRU 1400-EXIT
              MOVE SPACES TO EOF-FLAG
              PERFORM 1500-LOAD-HOUSEHOLDS  THRU 1500-EXIT
           END-IF

           IF RESTART-RUN
             UNTIL END-OF-FILE OR ACCOUNT-KEY > WS-END-KEY

           IF CONSOLIDATED-MODE AND WS-CURR-SSN NOT = SPACES
              AND NOT SKIPPING-CUSTOMER
              PERFORM 2700-CUSTOMER-TRAILER THRU 2700-EXIT
           END-IF

           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF BENE-FILE-OPEN
              CLOSE WBBENEDB-FILE
           END-IF

           IF CSD-FILE-OPEN
              CLOSE WBCSDDB-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
           MOVE    'ERROR OPENING STMARCH'  TO ERR-MSG
           PERFORM 9991-ARC-ERR-CHK        THRU 9991-EXIT

      *    THE GENERATION IS STAMPED WITH THE STATEMENT DATE, SO A
      *    RESTART PAST MIDNIGHT STILL MATCHES ITS CHECKPOINTED TIME
           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2) '-'
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                  INTO WS-GENERATION
           OPEN OUTPUT MANIFEST-OP
           MOVE    'ERROR OPENING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK       THRU 9993-EXIT

      *    THE ADDRESS-EXCEPTION QUEUE IS A SHARED DATASET APPENDED
      *    TO BY BOTH PRINT RUNS - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND ADX-OP
              MOVE CKPT-TOTAL-STMTS      TO WS-TOTAL-STMT-COUNT
              MOVE CKPT-PAGE-NO          TO WS-PAGE-NO
              MOVE CKPT-LINE-COUNT       TO WS-REC-COUNT
              IF CKPT-ARC-COUNT IS NUMERIC
                 AND CKPT-GEN-TIME IS NUMERIC
                 MOVE CKPT-ARC-COUNT     TO WS-ARC-REC-COUNT
                 MOVE CKPT-GEN-TIME      TO WS-GEN-TIME
              END-IF
              DISPLAY 'RESTARTING AFTER ACCOUNT KEY: '
                      WS-RESTART-ACCT-KEY
           END-IF
           .
       1460-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BENEFICIARY FILE IS OPTIONAL TOO - A REGION WITHOUT IT
      *    PRINTS NO PAYABLE-ON-DEATH LINES
       1470-OPEN-BENEFICIARIES.
           OPEN INPUT WBBENEDB-FILE
           IF WBBENEDB-FILE-STATUS = '00'
              SET BENE-FILE-OPEN TO TRUE
           END-IF
           .
       1470-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SO IS THE CUSTODIAL FILE - WITHOUT IT NO CUSTODIAL TITLE
      *    PRINTS
       1480-OPEN-CUSTODIAL.
           OPEN INPUT WBCSDDB-FILE
           IF WBCSDDB-FILE-STATUS = '00'
              SET CSD-FILE-OPEN TO TRUE
           END-IF
           .
       1480-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-ACCOUNTS.
           MOVE '2000-PROCESS-ALL-ACCOUNTS' TO ERR-LOC
      *    BUFFER AND THE BROWSE POSITION
           IF CONSOLIDATED-MODE AND ACCOUNT-SSN NOT = WS-CURR-SSN
              IF WS-CURR-SSN NOT = SPACES
                 AND NOT SKIPPING-CUSTOMER
                 MOVE ACCOUNT-KEY TO WS-RESUME-KEY
                 PERFORM 2700-CUSTOMER-TRAILER THRU 2700-EXIT
                 MOVE WS-RESUME-KEY TO ACCOUNT-KEY
      *       WHERE THE NAME/ADDRESS HEADER GOES - WITHOUT THIS THE
      *       HEADER WOULD ROUTE ON THE PREVIOUS CUSTOMER'S SETTING
              PERFORM 2060-SET-DELIVERY    THRU 2060-EXIT
              PERFORM 2610-CHECK-HOUSEHOLD THRU 2610-EXIT
              IF NOT SKIPPING-CUSTOMER
                 PERFORM 2600-CUSTOMER-HEADER THRU 2600-EXIT
              END-IF
           END-IF

      *    A HOUSEHOLD MEMBER WHOSE STATEMENT ALREADY WENT IN THE
      *    HOUSEHOLD ENVELOPE IS PASSED OVER
           IF SKIPPING-CUSTOMER
              PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT
              GO TO 2000-EXIT
           END-IF

           ADD  1                    TO WS-CKPT-COUNTER

           PERFORM 2010-PRINT-ONE-ACCOUNT THRU 2010-EXIT

           IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
              PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
              MOVE 0 TO WS-CKPT-COUNTER
           END-IF

           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE ACCOUNT'S STATEMENT - ALSO USED FOR EACH ACCOUNT OF A
      *    HOUSEHOLD MEMBER PRINTED INSIDE THE HOUSEHOLD ENVELOPE
       2010-PRINT-ONE-ACCOUNT.
           MOVE '2010-PRINT-ONE-ACCOUNT' TO ERR-LOC

           ADD  1                    TO WS-TOTAL-ACCT-COUNT

           PERFORM 2060-SET-DELIVERY THRU 2060-EXIT

           IF STMT-IS-HELD
      *    AND STATEMENT DATE FOR EXACT REPRINTS
           SET ARCHIVING-THIS-STMT TO TRUE
           MOVE ZERO TO WS-ARC-LINE-NO
           PERFORM 2090-WRITE-SUBJECT THRU 2090-EXIT
           MOVE WS-ACCT-HEADER       TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT

           IF CSD-FILE-OPEN AND ACCOUNT-OWNER-CUSTODIAL
              PERFORM 2315-PRINT-CUSTODIAN THRU 2315-EXIT
           END-IF

           IF EXTRACT-THIS-STMT
              PERFORM 2070-WRITE-EXTRACT-HEADER THRU 2070-EXIT
           END-IF
              PERFORM 2080-WRITE-EXTRACT-TRAILER THRU 2080-EXIT
           END-IF

           IF BENE-FILE-OPEN
              PERFORM 2320-PRINT-BENEFICIARIES THRU 2320-EXIT
           END-IF

           PERFORM 2340-PRINT-YTD-TOTALS THRU 2340-EXIT

           IF WS-MSG-COUNT > 0 AND NOT OWNER-IS-DECEASED
              PERFORM 2350-PRINT-MESSAGE-ZONE THRU 2350-EXIT
           END-IF

           IF NOT CONSOLIDATED-MODE
              ADD  1                 TO WS-TOTAL-STMT-COUNT
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE MANIFEST SUBJECT RECORD PER ACCOUNT ARCHIVED, SO THE
      *    RETENTION RUN CAN TELL WHOSE STATEMENTS THE GENERATION HOLDS
       2090-WRITE-SUBJECT.
           MOVE '2090-WRITE-SUBJECT' TO ERR-LOC

           MOVE SPACES          TO MANIFEST-RECORD
           MOVE WS-GENERATION   TO MAN-GENERATION
           MOVE ZERO            TO MAN-RECORD-COUNT
           SET MAN-TYPE-SUBJECT TO TRUE
           MOVE ACCOUNT-SSN     TO MAN-SUBJ-SSN
           MOVE ACCOUNT-NUMBER  TO MAN-SUBJ-ACCT

           WRITE MANIFEST-RECORD
           MOVE    'ERROR WRITING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK       THRU 9993-EXIT
           .
       2090-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2095-ARCHIVE-LINE.
           WRITE SARC-RECORD
           MOVE    'ERROR WRITING STMARCH' TO ERR-MSG
           PERFORM 9991-ARC-ERR-CHK      THRU 9991-EXIT
           ADD  1               TO WS-ARC-REC-COUNT
           .
       2095-EXIT.
           EXIT.
           MOVE WS-TOTAL-STMT-COUNT        TO CKPT-TOTAL-STMTS
           MOVE WS-PAGE-NO                 TO CKPT-PAGE-NO
           MOVE WS-REC-COUNT                TO CKPT-LINE-COUNT
           MOVE WS-ARC-REC-COUNT            TO CKPT-ARC-COUNT
           MOVE WS-GEN-TIME                 TO CKPT-GEN-TIME

           OPEN EXTEND CKPT-FILE
           WRITE CKPT-RECORD
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CUSTODIAL ACCOUNT PRINTS BOTH NAMES UNDER THE HEADER -
      *    THE MINOR OWNS THE ACCOUNT (IT IS HELD UNDER THEIR SSN)
      *    AND THE CUSTODIAN IS NAMED BY SSN ON THE DESIGNATION
       2315-PRINT-CUSTODIAN.
           MOVE '2315-PRINT-CUSTODIAN' TO ERR-LOC
           MOVE ACCOUNT-SSN         TO CSD-SSN
           MOVE ACCOUNT-NUMBER      TO CSD-ACCT-NUM
           READ WBCSDDB-FILE
              INVALID KEY GO TO 2315-EXIT
           END-READ
           IF WBCSDDB-FILE-STATUS NOT = '00'
              DISPLAY 'STMTGEN - ERROR READING WBCSDDB, STATUS '
                      WBCSDDB-FILE-STATUS
              GO TO 2315-EXIT
           END-IF
           IF NOT CSD-STATUS-ACTIVE
              GO TO 2315-EXIT
           END-IF

           MOVE SPACES TO WS-CSD-CUSTODIAN WS-CSD-MINOR
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = CSD-CUSTODIAN-SSN
                 MOVE WS-CUST-NAME (CUS-IDX) TO WS-CSD-CUSTODIAN
           END-SEARCH
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = ACCOUNT-SSN
                 MOVE WS-CUST-NAME (CUS-IDX) TO WS-CSD-MINOR
           END-SEARCH
           MOVE WS-CSD-LINE         TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
           .
       2315-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LIST THE ACCOUNT'S ACTIVE PAYABLE-ON-DEATH BENEFICIARIES
      *    UNDER ONE HEADING - THE FILE IS KEYED LIKE THE ACCOUNT
      *    PLUS A SEQUENCE, SO THEY PRINT IN THE ORDER NAMED
       2320-PRINT-BENEFICIARIES.
           MOVE '2320-PRINT-BENEFICIARIES' TO ERR-LOC
           MOVE 'N'                 TO BENE-EOF-FLAG
           MOVE 'N'                 TO BENE-FOUND-FLAG
           MOVE ACCOUNT-SSN         TO BEN-SSN
           MOVE ACCOUNT-NUMBER      TO BEN-ACCT-NUM
           MOVE 0                   TO BEN-SEQ

           START WBBENEDB-FILE KEY >= BEN-KEY
              INVALID KEY MOVE 'Y' TO BENE-EOF-FLAG
           END-START

           PERFORM 2330-READ-BENEFICIARY THRU 2330-EXIT
              UNTIL BENE-END-OF-FILE
           .
       2320-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2330-READ-BENEFICIARY.
           MOVE '2330-READ-BENEFICIARY' TO ERR-LOC

           READ WBBENEDB-FILE NEXT
              AT END MOVE 'Y' TO BENE-EOF-FLAG
           END-READ
           IF BENE-END-OF-FILE
              GO TO 2330-EXIT
           END-IF
           IF WBBENEDB-FILE-STATUS NOT = '00'
              DISPLAY 'STMTGEN - ERROR READING WBBENEDB, STATUS '
                      WBBENEDB-FILE-STATUS
              MOVE 'Y' TO BENE-EOF-FLAG
              GO TO 2330-EXIT
           END-IF
           IF BEN-SSN NOT = ACCOUNT-SSN
              OR BEN-ACCT-NUM NOT = ACCOUNT-NUMBER
              MOVE 'Y' TO BENE-EOF-FLAG
              GO TO 2330-EXIT
           END-IF

           IF BEN-STATUS-ACTIVE
              IF NOT BENE-WAS-FOUND
                 SET BENE-WAS-FOUND TO TRUE
                 MOVE WS-BENE-HEAD-LINE TO STMT-OP-FIELDS
                 PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
              END-IF
              MOVE BEN-NAME          TO WS-BL-NAME
              MOVE BEN-RELATIONSHIP  TO WS-BL-REL
              MOVE BEN-SHARE-PCT     TO WS-BL-PCT
              MOVE WS-BENE-LINE      TO STMT-OP-FIELDS
              PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
           END-IF
           .
       2330-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A BLANK CYCLE CODE (AN ACCOUNT OPENED BEFORE THE
      *    EXTENSION) DERIVES THE SAME WAY THE OPENING SCREENS
      *    ASSIGN IT - FROM THE LAST DIGIT OF THE ACCOUNT NUMBER
           MOVE '2060-SET-DELIVERY' TO ERR-LOC
           MOVE 'Y' TO WS-PRINT-SW
           MOVE 'N' TO WS-EXTRACT-SW
           MOVE 'N' TO WS-DECEASED-SW

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
                    MOVE 'N' TO WS-PRINT-SW
                    SET STMT-IS-HELD TO TRUE
                 END-IF
      *          A CONFIRMED DATE OF DEATH - THE STATEMENT STILL GOES
      *          TO THE ESTATE, BUT WITHOUT THE MESSAGE ZONE
                 IF WS-CUST-ESTATE (CUS-IDX) NOT = SPACE
                    SET OWNER-IS-DECEASED TO TRUE
                 END-IF
           END-SEARCH
           .
       2060-EXIT.
              IF WS-CUST-COUNT < 2000
                 ADD 1 TO WS-CUST-COUNT
                 SET CUS-IDX TO WS-CUST-COUNT
                 MOVE CUSTOMER-ID     TO WS-CUST-ID (CUS-IDX)
                 MOVE SPACES          TO WS-CUST-HHLD-ID (CUS-IDX)
                 MOVE 'N'             TO WS-CUST-HH-STMT (CUS-IDX)
                 MOVE 'N'             TO WS-CUST-HH-DONE (CUS-IDX)
                 MOVE CUSTOMER-SSN    TO WS-CUST-SSN (CUS-IDX)
                 MOVE CUSTOMER-NAME   TO WS-CUST-NAME (CUS-IDX)
                 MOVE CUSTOMER-STREET TO WS-CUST-STREET (CUS-IDX)
                 MOVE CUSTOMER-STMT-PREF TO WS-CUST-PREF (CUS-IDX)
                 MOVE CUSTOMER-BAD-ADDR
                   TO WS-CUST-BADADDR (CUS-IDX)
                 MOVE CUSTOMER-ESTATE-STATUS
                   TO WS-CUST-ESTATE (CUS-IDX)
              ELSE
                 DISPLAY 'STMTGEN - CUSTOMER TABLE FULL'
                 MOVE 16 TO RETURN-CODE
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF NOT END-OF-FILE
              PERFORM 1420-MARK-STMT-DUE THRU 1420-EXIT
           END-IF

           IF NOT END-OF-FILE
              IF ACCOUNT-JOINT-SSN NOT = SPACES
                 AND ACCOUNT-JOINT-SSN NOT = LOW-VALUES
           .
       1410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE SAME PASS NOTES WHICH CUSTOMERS HAVE A STATEMENT DUE
      *    TONIGHT (AN ACCOUNT IN THE KEY RANGE AND CYCLE), SO A
      *    HOUSEHOLD COVER PAGE ONLY NAMES MEMBERS WHOSE STATEMENTS
      *    ARE ACTUALLY IN THE ENVELOPE
       1420-MARK-STMT-DUE.
           IF ACCOUNT-KEY < WS-START-KEY
              OR ACCOUNT-KEY > WS-END-KEY
              GO TO 1420-EXIT
           END-IF

           IF WS-CYCLE-FILTER NOT = SPACES
              PERFORM 2055-DERIVE-CYCLE THRU 2055-EXIT
              IF WS-EFF-CYCLE NOT = WS-CYCLE-FILTER
                 GO TO 1420-EXIT
              END-IF
           END-IF

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = ACCOUNT-SSN
                 MOVE 'Y' TO WS-CUST-HH-STMT (CUS-IDX)
           END-SEARCH
           .
       1420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE HOUSEHOLD FILE IS OPTIONAL - WITHOUT IT EVERY CUSTOMER
      *    MAILS ALONE. A CUSTOMER JOINS TONIGHT'S HOUSEHOLD ENVELOPE
      *    ONLY IF A PRINTED STATEMENT IS DUE TO THE HOUSEHOLD ADDRESS:
      *    NOT OPTED OUT, NO RETURNED-MAIL FLAG, NOT ELECTRONIC-ONLY,
      *    NOT DECEASED (THAT MAIL GOES TO THE ESTATE)
       1500-LOAD-HOUSEHOLDS.
           MOVE '1500-LOAD-HOUSEHOLDS' TO ERR-LOC

           OPEN INPUT WBHHLDDB-FILE
           IF WBHHLDDB-FILE-STATUS NOT = '00'
              GO TO 1500-EXIT
           END-IF
           SET HOUSEHOLDS-LOADED TO TRUE

           PERFORM 1510-LOAD-ONE-MEMBER THRU 1510-EXIT
              VARYING CUS-IDX FROM 1 BY 1
              UNTIL CUS-IDX > WS-CUST-COUNT

           CLOSE WBHHLDDB-FILE

      *    A HOUSEHOLD WITH ONE MEMBER LEFT TONIGHT IS NOT GROUPED
           PERFORM 1520-CHECK-ONE-HOUSEHOLD THRU 1520-EXIT
              VARYING CUS-IDX FROM 1 BY 1
              UNTIL CUS-IDX > WS-CUST-COUNT

      *    ON A RESTART, A HOUSEHOLD WHOSE FIRST MEMBER SORTS AHEAD OF
      *    THE RESTART POINT WAS MAILED WHOLE BEFORE THE CHECKPOINT
           IF RESTART-RUN
              PERFORM 1530-MARK-RESTART-DONE THRU 1530-EXIT
                 VARYING CUS-IDX FROM 1 BY 1
                 UNTIL CUS-IDX > WS-CUST-COUNT
           END-IF
           .
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1510-LOAD-ONE-MEMBER.
           IF WS-CUST-HH-STMT (CUS-IDX) NOT = 'Y'
              OR WS-CUST-BADADDR (CUS-IDX) = 'Y'
              OR WS-CUST-PREF (CUS-IDX) = 'E'
              OR WS-CUST-ESTATE (CUS-IDX) NOT = SPACE
              GO TO 1510-EXIT
           END-IF

           MOVE WS-CUST-ID (CUS-IDX) TO HHL-CUST-ID
           READ WBHHLDDB-FILE
              INVALID KEY GO TO 1510-EXIT
           END-READ

           IF NOT HHL-OPTED-OUT
              MOVE HHL-HHLD-ID TO WS-CUST-HHLD-ID (CUS-IDX)
           END-IF
           .
       1510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1520-CHECK-ONE-HOUSEHOLD.
           IF WS-CUST-HHLD-ID (CUS-IDX) = SPACES
              GO TO 1520-EXIT
           END-IF

           MOVE ZERO TO WS-HH-MEMBERS
           PERFORM 1525-COUNT-ONE-MEMBER THRU 1525-EXIT
              VARYING MEM-IDX FROM 1 BY 1
              UNTIL MEM-IDX > WS-CUST-COUNT

           IF WS-HH-MEMBERS < 2
              MOVE SPACES TO WS-CUST-HHLD-ID (CUS-IDX)
           END-IF
           .
       1520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1525-COUNT-ONE-MEMBER.
           IF WS-CUST-HHLD-ID (MEM-IDX) = WS-CUST-HHLD-ID (CUS-IDX)
              ADD 1 TO WS-HH-MEMBERS
           END-IF
           .
       1525-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1530-MARK-RESTART-DONE.
           IF WS-CUST-HHLD-ID (CUS-IDX) = SPACES
              OR WS-CUST-SSN (CUS-IDX) NOT < WS-RESTART-ACCT-KEY(1:9)
              GO TO 1530-EXIT
           END-IF

           PERFORM 1535-MARK-ONE-DONE THRU 1535-EXIT
              VARYING MEM-IDX FROM 1 BY 1
              UNTIL MEM-IDX > WS-CUST-COUNT
           .
       1530-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1535-MARK-ONE-DONE.
           IF WS-CUST-HHLD-ID (MEM-IDX) = WS-CUST-HHLD-ID (CUS-IDX)
              MOVE 'Y' TO WS-CUST-HH-DONE (MEM-IDX)
           END-IF
           .
       1535-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-CUSTOMER-HEADER.
           MOVE '2600-CUSTOMER-HEADER' TO ERR-LOC
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AT EACH CUSTOMER BREAK: A MEMBER ALREADY MAILED IN A
      *    HOUSEHOLD ENVELOPE IS SKIPPED; THE FIRST MEMBER OF A
      *    HOUSEHOLD REACHED LEADS IT - THE COVER PAGE GOES OUT NOW AND
      *    THE OTHER MEMBERS FOLLOW AT THIS CUSTOMER'S TRAILER
       2610-CHECK-HOUSEHOLD.
           MOVE '2610-CHECK-HOUSEHOLD' TO ERR-LOC
           MOVE 'N'                    TO WS-SKIP-CUST-SW
           MOVE 'N'                    TO WS-HH-LEAD-SW
           MOVE 'N'                    TO CUST-FOUND-FLAG

           IF NOT HOUSEHOLDS-LOADED
              GO TO 2610-EXIT
           END-IF

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-CURR-SSN
                 SET CUST-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT CUST-WAS-FOUND
              GO TO 2610-EXIT
           END-IF

           IF WS-CUST-HH-DONE (CUS-IDX) = 'Y'
              SET SKIPPING-CUSTOMER TO TRUE
              GO TO 2610-EXIT
           END-IF

           IF WS-CUST-HHLD-ID (CUS-IDX) = SPACES
              GO TO 2610-EXIT
           END-IF

           SET HOUSEHOLD-LEAD TO TRUE
           MOVE WS-CUST-HHLD-ID (CUS-IDX) TO WS-LEAD-HHLD-ID
           MOVE SPACES            TO WS-CH-CITY WS-CH-STATE
           MOVE WS-CUST-STREET (CUS-IDX) TO WS-CH-STREET
           MOVE WS-CUST-CITY (CUS-IDX)   TO WS-CH-CITY
           MOVE WS-CUST-STATE (CUS-IDX)  TO WS-CH-STATE
           MOVE WS-CUST-ZIP (CUS-IDX)    TO WS-CH-ZIP

           MOVE WS-PAGE-BREAK TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
           MOVE WS-HH-COVER-LINE TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
           MOVE WS-CUST-HEADER-2 TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
           MOVE WS-SPACE TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT

           PERFORM 2620-LIST-ONE-MEMBER THRU 2620-EXIT
              VARYING MEM-IDX FROM 1 BY 1
              UNTIL MEM-IDX > WS-CUST-COUNT

           MOVE WS-SPACE TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT

           MOVE 'Y' TO WS-CUST-HH-DONE (CUS-IDX)
           ADD 1    TO WS-HH-ENVELOPE-COUNT
           ADD 1    TO WS-HH-STMT-COUNT
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2620-LIST-ONE-MEMBER.
           IF WS-CUST-HHLD-ID (MEM-IDX) NOT = WS-LEAD-HHLD-ID
              OR WS-CUST-HH-DONE (MEM-IDX) = 'Y'
              GO TO 2620-EXIT
           END-IF

           MOVE WS-CUST-NAME (MEM-IDX) TO WS-HM-NAME
           MOVE WS-CUST-SSN (MEM-IDX)  TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN          TO WS-HM-SSN
           MOVE WS-HH-MEMBER-LINE      TO STMT-OP-FIELDS
           PERFORM 2100-WRITE-RECORD THRU 2100-EXIT
           .
       2620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CLOSE OUT ONE CUSTOMER'S CONSOLIDATED STATEMENT - PRINT
      *    THE ACCOUNTS HELD JOINTLY WITH THIS CUSTOMER (THEY ALSO
      *    APPEAR ON THE PRIMARY OWNER'S STATEMENT) AND THE COMBINED
      *    CLOSING POSITION ACROSS EVERYTHING LISTED
      *    A HOUSEHOLD LEAD'S TRAILER THEN PRINTS EVERY OTHER MEMBER'S
      *    STATEMENT INTO THE SAME ENVELOPE. THE MEMBER BROWSE MOVES
      *    THE ACCOUNT FILE; THE CALLER RESTORES ITS OWN POSITION.
       2700-CUSTOMER-TRAILER.
           MOVE '2700-CUSTOMER-TRAILER' TO ERR-LOC

           PERFORM 2705-CLOSE-CUSTOMER THRU 2705-EXIT

           IF HOUSEHOLD-LEAD
              MOVE 'N'      TO WS-HH-LEAD-SW
              MOVE EOF-FLAG TO WS-EOF-SAVE
              PERFORM 2720-PRINT-ONE-MEMBER THRU 2720-EXIT
                 VARYING MEM-IDX FROM 1 BY 1
                 UNTIL MEM-IDX > WS-CUST-COUNT
              MOVE WS-EOF-SAVE TO EOF-FLAG
           END-IF
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2705-CLOSE-CUSTOMER.
           MOVE '2705-CLOSE-CUSTOMER' TO ERR-LOC

           PERFORM 2710-PRINT-JOINT-ACCT THRU 2710-EXIT
              VARYING JNT-IDX FROM 1 BY 1
              UNTIL JNT-IDX > WS-JOINT-COUNT

           ADD 1 TO WS-TOTAL-STMT-COUNT
           .
       2705-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2710-PRINT-JOINT-ACCT.
           .
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE FOLLOWING MEMBER'S WHOLE STATEMENT - HEADER, EVERY
      *    ACCOUNT IN TONIGHT'S RANGE AND CYCLE, AND CLOSE-OUT
       2720-PRINT-ONE-MEMBER.
           IF WS-CUST-HHLD-ID (MEM-IDX) NOT = WS-LEAD-HHLD-ID
              OR WS-CUST-HH-DONE (MEM-IDX) = 'Y'
              GO TO 2720-EXIT
           END-IF
           MOVE '2720-PRINT-ONE-MEMBER' TO ERR-LOC

           MOVE 'Y'                    TO WS-CUST-HH-DONE (MEM-IDX)
           MOVE WS-CUST-SSN (MEM-IDX)  TO WS-CURR-SSN
           MOVE ZERO                   TO WS-CUST-TOTAL
           MOVE WS-CURR-SSN            TO ACCOUNT-SSN
           MOVE LOW-VALUES             TO ACCOUNT-NUMBER
           PERFORM 2060-SET-DELIVERY    THRU 2060-EXIT
           PERFORM 2600-CUSTOMER-HEADER THRU 2600-EXIT

           MOVE 'N'                    TO MEMBER-SCAN-FLAG
           MOVE WS-CURR-SSN            TO ACCOUNT-SSN
           MOVE LOW-VALUES             TO ACCOUNT-NUMBER
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY SET MEMBER-SCAN-DONE TO TRUE
           END-START

           PERFORM 2730-PRINT-MEMBER-ACCT THRU 2730-EXIT
              UNTIL MEMBER-SCAN-DONE

           PERFORM 2705-CLOSE-CUSTOMER THRU 2705-EXIT
           ADD 1 TO WS-HH-STMT-COUNT
           .
       2720-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2730-PRINT-MEMBER-ACCT.
           MOVE '2730-PRINT-MEMBER-ACCT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
              AT END SET MEMBER-SCAN-DONE TO TRUE
           END-READ
           IF MEMBER-SCAN-DONE
              GO TO 2730-EXIT
           END-IF
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           IF ACCOUNT-SSN NOT = WS-CURR-SSN
              SET MEMBER-SCAN-DONE TO TRUE
              GO TO 2730-EXIT
           END-IF

           IF ACCOUNT-KEY < WS-START-KEY
              OR ACCOUNT-KEY > WS-END-KEY
              GO TO 2730-EXIT
           END-IF

           IF WS-CYCLE-FILTER NOT = SPACES
              PERFORM 2055-DERIVE-CYCLE THRU 2055-EXIT
              IF WS-EFF-CYCLE NOT = WS-CYCLE-FILTER
                 GO TO 2730-EXIT
              END-IF
           END-IF

           PERFORM 2010-PRINT-ONE-ACCOUNT THRU 2010-EXIT
           .
       2730-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE 'Y' TO WS-PRINT-SW
           MOVE WS-TOTAL-ACCT-COUNT  TO WS-TR-ACCT-CNT
           MOVE WS-TOTAL-STMT-COUNT  TO WS-TR-STMT-CNT
           MOVE WS-HH-ENVELOPE-COUNT TO WS-TR-HHE-CNT
           MOVE WS-HH-STMT-COUNT     TO WS-TR-HHS-CNT
           WRITE STMT-OP-FIELDS     FROM WS-PAGE-BREAK
           WRITE STMT-OP-FIELDS     FROM WS-SPACE
           WRITE STMT-OP-FIELDS     FROM WS-TRAILER-1
           WRITE STMT-OP-FIELDS     FROM WS-TRAILER-2
           IF CONSOLIDATED-MODE
              WRITE STMT-OP-FIELDS  FROM WS-TRAILER-3
              WRITE STMT-OP-FIELDS  FROM WS-TRAILER-4
           END-IF
           WRITE STMT-OP-FIELDS     FROM WS-SPACE
           PERFORM 3050-PRINT-MSG-COUNTS THRU 3050-EXIT
              VARYING WS-MSG-SUB FROM 1 BY 1
           MOVE   'ERROR CLOSING STMARCH'  TO ERR-MSG
           PERFORM 9991-ARC-ERR-CHK    THRU 9991-EXIT

      *    THE SUMMARY RECORD CLOSES OFF THE GENERATION'S SUBJECTS -
      *    EVERY LINE IN IT CARRIES TONIGHT'S STATEMENT DATE
           MOVE SPACES             TO MANIFEST-RECORD
           MOVE WS-GENERATION      TO MAN-GENERATION
           MOVE WS-ARC-REC-COUNT   TO MAN-RECORD-COUNT
           SET MAN-TYPE-SUMMARY    TO TRUE
           IF WS-ARC-REC-COUNT > 0
              MOVE WS-DATE-R       TO MAN-DATE-FROM MAN-DATE-TO
           END-IF
           WRITE MANIFEST-RECORD
           MOVE   'ERROR WRITING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK    THRU 9993-EXIT

           CLOSE  MANIFEST-OP
           MOVE   'ERROR CLOSING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK    THRU 9993-EXIT

           CLOSE  ESTM-OP
           MOVE   'ERROR CLOSING ESTM-OP' TO ERR-MSG
           PERFORM 9994-ESTM-ERR-CHK   THRU 9994-EXIT
           .
       9998-EXIT.
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
       9994-ESTM-ERR-CHK.
           EVALUATE TRUE
