      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BRNCONS.
      ****************************************************************
      * Supervised consolidation of a closing branch into a          *
      * receiving branch. The from-branch and to-branch arrive on    *
      * PARMIN-DD; every WBACCTDB-DD account, WBOPERDB-DD operator,  *
      * WBTRMDB-DD terminal and WBMSGDB-DD statement message         *
      * carrying the from-branch is re-pointed to the to-branch, as  *
      * is every WBDRAWDB-DD drawer record dated on or after the run *
      * date (earlier drawer days stay with the branch that balanced *
      * them). The closing branch's WBVAULTD vault position is       *
      * shipped to the receiving branch as an armored-car movement   *
      * on the run date - out of the old vault, into the new - and   *
      * its WBBCLSDB-DD branch-list entry is retired so it no longer *
      * holds the nightly window. Each customer with an open account *
      * re-pointed gets one branch-change notice on NTFQUEUE-DD, and *
      * every account rewrite is journaled on RCVJRNL.               *
      * The report shows, per file, the from- and to-branch counts   *
      * and balances before the run, what was re-pointed, and the    *
      * counts and balances after it.                                *
      * DRYRUN mode opens every file for input only and prints the   *
      * same report with the after columns projected. UPDATE mode    *
      * needs an unbarred supervisor's operator ID on the card.      *
      * Every step only touches what still carries the from-branch   *
      * and the vault ships only what is still in the old vault, so *
      * an interrupted UPDATE run is simply run again.               *
      * The PARMIN-DD card:                                          *
      *   COLS  1-6   MODE - DRYRUN OR UPDATE (DRYRUN)               *
      *   COLS  8-17  RUN DATE YYYY-MM-DD (OPTIONAL)                 *
      *   COLS 19-21  FROM-BRANCH (CLOSING)                          *
      *   COLS 23-25  TO-BRANCH (RECEIVING)                          *
      *   COLS 27-29  AUTHORIZING SUPERVISOR (UPDATE ONLY)           *
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

           SELECT WBOPERDB-FILE
               ASSIGN       TO WBOPERDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPR-KEY
               FILE STATUS  IS WBOPERDB-FILE-STATUS WBOPERDB-VSAM-CODE.

           SELECT WBTRMDB-FILE
               ASSIGN       TO WBTRMDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TRM-TERM-ID
               FILE STATUS  IS WBTRMDB-FILE-STATUS WBTRMDB-VSAM-CODE.

           SELECT WBDRAWDB-FILE
               ASSIGN       TO WBDRAWDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DRW-KEY
               FILE STATUS  IS WBDRAWDB-FILE-STATUS WBDRAWDB-VSAM-CODE.

           SELECT WBMSGDB-FILE
               ASSIGN       TO WBMSGDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MSG-ID
               FILE STATUS  IS WBMSGDB-FILE-STATUS WBMSGDB-VSAM-CODE.

           SELECT WBVAULTDB-FILE
               ASSIGN       TO WBVAULTD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VLT-KEY
               FILE STATUS  IS WBVAULTDB-FILE-STATUS
                               WBVAULTDB-VSAM-CODE.

           SELECT WBBCLSDB-FILE
               ASSIGN       TO WBBCLSDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BCL-KEY
               FILE STATUS  IS WBBCLSDB-FILE-STATUS WBBCLSDB-VSAM-CODE.

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

       FD  WBOPERDB-FILE.
           COPY WBOPRREC.

       FD  WBTRMDB-FILE.
           COPY WBTRMREC.

       FD  WBDRAWDB-FILE.
           COPY WBDRWREC.

       FD  WBMSGDB-FILE.
           COPY WBMSGREC.

       FD  WBVAULTDB-FILE.
           COPY WBVLTREC.

       FD  WBBCLSDB-FILE.
           COPY WBBCLREC.

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

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
           05 PARM-MODE                  PIC X(06).
           05 FILLER                     PIC X(01).
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-FROM-BRANCH           PIC X(03).
           05 FILLER                     PIC X(01).
           05 PARM-TO-BRANCH             PIC X(03).
           05 FILLER                     PIC X(01).
           05 PARM-AUTH-OPID             PIC X(03).
           05 FILLER                     PIC X(51).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBOPERDB-FILE-STATUS.
           05  STA-OPR-STAT1             PIC X(01).
           05  STA-OPR-STAT2             PIC X(01).
       01  WBOPERDB-VSAM-CODE.
           05 OPR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 OPR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 OPR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBTRMDB-FILE-STATUS.
           05  STA-TRM-STAT1             PIC X(01).
           05  STA-TRM-STAT2             PIC X(01).
       01  WBTRMDB-VSAM-CODE.
           05 TRM-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 TRM-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 TRM-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBDRAWDB-FILE-STATUS.
           05  STA-DRW-STAT1             PIC X(01).
           05  STA-DRW-STAT2             PIC X(01).
       01  WBDRAWDB-VSAM-CODE.
           05 DRW-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 DRW-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 DRW-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBMSGDB-FILE-STATUS.
           05  STA-MSG-STAT1             PIC X(01).
           05  STA-MSG-STAT2             PIC X(01).
       01  WBMSGDB-VSAM-CODE.
           05 MSG-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 MSG-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 MSG-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBVAULTDB-FILE-STATUS.
           05  STA-VLT-STAT1             PIC X(01).
           05  STA-VLT-STAT2             PIC X(01).
       01  WBVAULTDB-VSAM-CODE.
           05 VLT-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 VLT-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 VLT-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBBCLSDB-FILE-STATUS.
           05  STA-BCL-STAT1             PIC X(01).
           05  STA-BCL-STAT2             PIC X(01).
       01  WBBCLSDB-VSAM-CODE.
           05 BCL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 BCL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 BCL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
                  'BRANCH CONSOLIDATION CONTROL REPORT'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-RUN-LINE.
              10 FILLER        PIC X(06)  VALUE 'MODE: '.
              10 WS-R-MODE     PIC X(06).
              10 FILLER        PIC X(15)  VALUE '   FROM BRANCH '.
              10 WS-R-FROM     PIC X(03).
              10 FILLER        PIC X(14)  VALUE '   TO BRANCH '.
              10 WS-R-TO       PIC X(03).
              10 FILLER        PIC X(18)  VALUE '   AUTHORIZED BY '.
              10 WS-R-AUTH     PIC X(03).
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-DRYRUN-LINE.
              10 FILLER        PIC X(40)  VALUE
                  'DRY RUN - NO FILE WAS UPDATED; THE AFTER'.
              10 FILLER        PIC X(22)  VALUE
                  ' COLUMNS ARE PROJECTED'.
              10 FILLER        PIC X(70)  VALUE SPACES.

           05 WS-COLUMN-LINE.
              10 FILLER        PIC X(24)  VALUE '  FILE'.
              10 FILLER        PIC X(21)  VALUE
                  '        FROM BEFORE'.
              10 FILLER        PIC X(21)  VALUE
                  '          TO BEFORE'.
              10 FILLER        PIC X(21)  VALUE
                  '          REPOINTED'.
              10 FILLER        PIC X(21)  VALUE
                  '         FROM AFTER'.
              10 FILLER        PIC X(21)  VALUE
                  '           TO AFTER'.
              10 FILLER        PIC X(03)  VALUE SPACES.

           05 WS-COUNT-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-C-FILE     PIC X(22).
              10 FILLER        PIC X(07)  VALUE SPACES.
              10 WS-C-FROM-BEF PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 WS-C-TO-BEF   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 WS-C-MOVED    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 WS-C-FROM-AFT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 WS-C-TO-AFT   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(06)  VALUE SPACES.

           05 WS-BALANCE-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-B-FILE     PIC X(22).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-B-FROM-BEF PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-B-TO-BEF   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-B-MOVED    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-B-FROM-AFT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-B-TO-AFT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                     'BRANCH-CHANGE NOTICES     :'.
              10 WS-T-NOTICES  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                     'ACCOUNT REWRITES JOURNALED:'.
              10 WS-T-JOURNAL  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

       01  WS-VARS.
           05 WS-RUN-MODE              PIC X(06)     VALUE 'DRYRUN'.
              88 MODE-DRYRUN                         VALUE 'DRYRUN'.
              88 MODE-UPDATE                         VALUE 'UPDATE'.
           05 WS-FROM-BRANCH           PIC X(03)     VALUE SPACES.
           05 WS-TO-BRANCH             PIC X(03)     VALUE SPACES.
           05 WS-AUTH-OPID             PIC X(03)     VALUE SPACES.
           05 WS-LAST-NTF-SSN          PIC X(09)     VALUE SPACES.
           05 WS-FROM-BEFORE           PIC 9(09)     VALUE ZERO.
           05 WS-TO-BEFORE             PIC 9(09)     VALUE ZERO.
           05 WS-MOVED-COUNT           PIC 9(09)     VALUE ZERO.
           05 WS-NOTICE-COUNT          PIC 9(09)     VALUE ZERO.
           05 WS-JOURNAL-COUNT         PIC 9(09)     VALUE ZERO.
           05 WS-CONS-SEQ              PIC 9(10)     VALUE ZERO.
           05 WS-BOOK-BAL              PIC S9(13)V99 VALUE ZERO.
           05 WS-FROM-BAL              PIC S9(13)V99 VALUE ZERO.
           05 WS-TO-BAL                PIC S9(13)V99 VALUE ZERO.
           05 WS-MOVED-BAL             PIC S9(13)V99 VALUE ZERO.
           05 WS-NTF-BRANCH-TEXT       PIC X(60)     VALUE SPACES.

      *    VAULT POSITION OF ONE BRANCH AS OF THE RUN DATE - THE
      *    DECLARED CLOSING COUNT OF ITS LATEST LEDGER DAY, OR THE
      *    COMPUTED CLOSE WHEN THE COUNT IS NOT IN
       01  WS-VAULT-VARS.
           05 WS-VLT-SCAN-BRANCH       PIC X(03)     VALUE SPACES.
           05 WS-VLT-POSITION          PIC S9(13)V99 VALUE ZERO.
           05 WS-VLT-FROM-POS          PIC S9(13)V99 VALUE ZERO.
           05 WS-VLT-TO-POS            PIC S9(13)V99 VALUE ZERO.
           05 WS-VLT-XFER              PIC S9(13)V99 VALUE ZERO.
           05 WS-VLT-CARRY             PIC S9(13)V99 VALUE ZERO.
           05 VLT-SCAN-FLAG            PIC X(01)     VALUE 'N'.
              88 VLT-SCAN-DONE                       VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'BRNCONS'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 LIST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 TO-BRANCH-LISTED         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM MOVES EVERYTHING THAT NAMES A CLOSING BRANCH TO
      * ITS RECEIVING BRANCH AND SHIPS THE CLOSING BRANCH'S VAULT.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 1300-VALIDATE-BRANCHES THRU 1300-EXIT

           PERFORM 2100-REPOINT-ACCOUNTS  THRU 2100-EXIT
           PERFORM 2200-REPOINT-OPERATORS THRU 2200-EXIT
           PERFORM 2300-REPOINT-TERMINALS THRU 2300-EXIT
           PERFORM 2400-REPOINT-DRAWERS   THRU 2400-EXIT
           PERFORM 2500-REPOINT-MESSAGES  THRU 2500-EXIT
           PERFORM 2600-TRANSFER-VAULT    THRU 2600-EXIT
           PERFORM 2700-RETIRE-BRANCH     THRU 2700-EXIT
           IF MODE-UPDATE
              PERFORM 2800-WRITE-CONS-AUDIT THRU 2800-EXIT
           END-IF

           CLOSE WBACCTDB-FILE
           CLOSE WBOPERDB-FILE
           CLOSE WBTRMDB-FILE
           CLOSE WBDRAWDB-FILE
           CLOSE WBMSGDB-FILE
           CLOSE WBVAULTDB-FILE
           CLOSE WBBCLSDB-FILE
           IF MODE-UPDATE
              CLOSE WBAUDTDB-FILE
              CLOSE NTF-FILE
              MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
              PERFORM 9990-NTF-ERR-CHK         THRU 9990-EXIT
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
      *    A DRY RUN CHANGES NOTHING AND WRITES NO JOURNAL OR NOTICE.
           IF MODE-UPDATE
              OPEN EXTEND JRN-OP
              IF RCVJRN-STAT = 35
                 OPEN OUTPUT JRN-OP
              END-IF

              OPEN EXTEND NTF-FILE
              IF NTFQUE-STAT = 35
                 OPEN OUTPUT NTF-FILE
              END-IF
              MOVE       'ERROR OPENING NTFQUEUE'   TO ERR-MSG
              PERFORM 9990-NTF-ERR-CHK             THRU 9990-EXIT
           ELSE
              MOVE 99 TO RCVJRN-STAT
           END-IF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           MOVE WS-RUN-MODE    TO WS-R-MODE
           MOVE WS-FROM-BRANCH TO WS-R-FROM
           MOVE WS-TO-BRANCH   TO WS-R-TO
           MOVE WS-AUTH-OPID   TO WS-R-AUTH
           WRITE RPT-OP-FIELDS          FROM WS-RUN-LINE
           IF MODE-DRYRUN
              WRITE RPT-OP-FIELDS       FROM WS-DRYRUN-LINE
           END-IF
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-COLUMN-LINE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
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

           IF NOT PARM-WAS-FOUND
              DISPLAY 'BRNCONS - NO PARM CARD SUPPLIED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF PARM-MODE NOT = SPACES
              MOVE PARM-MODE           TO WS-RUN-MODE
           END-IF
           IF PARM-RUN-DATE NOT = SPACES
              MOVE PARM-RUN-DATE       TO WS-DATE-R
           END-IF
           MOVE PARM-FROM-BRANCH       TO WS-FROM-BRANCH
           MOVE PARM-TO-BRANCH         TO WS-TO-BRANCH
           MOVE PARM-AUTH-OPID         TO WS-AUTH-OPID

           IF NOT MODE-DRYRUN AND NOT MODE-UPDATE
              DISPLAY 'BRNCONS - INVALID MODE ' WS-RUN-MODE
                      ' - USE DRYRUN OR UPDATE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FROM-BRANCH = SPACES OR WS-TO-BRANCH = SPACES
              OR WS-FROM-BRANCH = WS-TO-BRANCH
              DISPLAY 'BRNCONS - FROM AND TO BRANCHES MUST'
                      ' BOTH BE SUPPLIED AND DIFFER'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF MODE-UPDATE AND WS-AUTH-OPID = SPACES
              DISPLAY 'BRNCONS - UPDATE NEEDS THE AUTHORIZING'
                      ' SUPERVISOR IN COLS 27-29'
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
      *    THE RECEIVING BRANCH MUST BE ON THE WBBCLSDB BRANCH LIST -
      *    A MISTYPED CODE WOULD OTHERWISE STRAND EVERY ACCOUNT ON A
      *    BRANCH THAT DOES NOT EXIST. THE CLOSING BRANCH NEED NOT BE:
      *    A RESTARTED RUN MAY ALREADY HAVE RETIRED IT. AN UPDATE RUN
      *    MUST BE AUTHORIZED BY AN UNBARRED SUPERVISOR.
      *-----------------------------------------------------------------
       1300-VALIDATE-BRANCHES.
           MOVE '1300-VALIDATE-BRANCHES' TO ERR-LOC

           IF MODE-UPDATE
              OPEN I-O   WBACCTDB-FILE
           ELSE
              OPEN INPUT WBACCTDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           IF MODE-UPDATE
              OPEN I-O   WBOPERDB-FILE
           ELSE
              OPEN INPUT WBOPERDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBOPERDB'   TO ERR-MSG
           PERFORM 9997-OPR-ERR-CHK            THRU 9997-EXIT

           IF MODE-UPDATE
              OPEN I-O   WBTRMDB-FILE
           ELSE
              OPEN INPUT WBTRMDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBTRMDB'    TO ERR-MSG
           PERFORM 9996-TRM-ERR-CHK            THRU 9996-EXIT

           IF MODE-UPDATE
              OPEN I-O   WBDRAWDB-FILE
           ELSE
              OPEN INPUT WBDRAWDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBDRAWDB'   TO ERR-MSG
           PERFORM 9995-DRW-ERR-CHK            THRU 9995-EXIT

           IF MODE-UPDATE
              OPEN I-O   WBMSGDB-FILE
           ELSE
              OPEN INPUT WBMSGDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBMSGDB'    TO ERR-MSG
           PERFORM 9994-MSG-ERR-CHK            THRU 9994-EXIT

           IF MODE-UPDATE
              OPEN I-O   WBVAULTDB-FILE
           ELSE
              OPEN INPUT WBVAULTDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBVAULTD'   TO ERR-MSG
           PERFORM 9993-VLT-ERR-CHK            THRU 9993-EXIT

           IF MODE-UPDATE
              OPEN I-O   WBBCLSDB-FILE
           ELSE
              OPEN INPUT WBBCLSDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBBCLSDB'   TO ERR-MSG
           PERFORM 9992-BCL-ERR-CHK            THRU 9992-EXIT

           IF MODE-UPDATE
              OPEN I-O WBAUDTDB-FILE
              MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
              PERFORM 9991-AUD-ERR-CHK            THRU 9991-EXIT
           END-IF

           MOVE WS-TO-BRANCH TO BCL-BRANCH
           MOVE SPACES       TO BCL-DATE
           READ WBBCLSDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET TO-BRANCH-LISTED TO TRUE
           END-READ
           IF NOT TO-BRANCH-LISTED
              DISPLAY 'BRNCONS - TO-BRANCH ' WS-TO-BRANCH
                      ' IS NOT ON THE WBBCLSDB BRANCH LIST'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-AUTH-OPID NOT = SPACES
              MOVE WS-AUTH-OPID TO OPR-OPID
              READ WBOPERDB-FILE
                 INVALID KEY
                    DISPLAY 'BRNCONS - AUTHORIZING OPERATOR '
                            WS-AUTH-OPID ' NOT ON FILE'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
              END-READ
              IF NOT OPR-ROLE-SUPERVISOR OR OPR-ACCESS-BARRED
                 DISPLAY 'BRNCONS - AUTHORIZING OPERATOR '
                         WS-AUTH-OPID ' IS NOT AN ACTIVE SUPERVISOR'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ACCOUNTS ARE RE-POINTED IN PLACE - THE BRANCH IS NOT PART
      *    OF THE KEY. THE FILE IS IN SSN ORDER, SO THE FIRST OPEN
      *    ACCOUNT RE-POINTED FOR A CUSTOMER QUEUES THEIR ONE NOTICE.
      *-----------------------------------------------------------------
       2100-REPOINT-ACCOUNTS.
           MOVE '2100-REPOINT-ACCOUNTS'  TO ERR-LOC
           PERFORM 2090-CLEAR-COUNTS THRU 2090-EXIT
           MOVE SPACES TO WS-LAST-NTF-SSN

           MOVE SPACES TO WS-NTF-BRANCH-TEXT
           STRING 'YOUR BRANCH ' WS-FROM-BRANCH
                  ' HAS CLOSED - NOW SERVED BY BRANCH '
                  WS-TO-BRANCH DELIMITED BY SIZE
                  INTO WS-NTF-BRANCH-TEXT

           MOVE LOW-VALUES TO ACCOUNT-KEY
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2110-REPOINT-ONE-ACCOUNT THRU 2110-EXIT
              UNTIL END-OF-FILE

           MOVE 'WBACCTDB ACCOUNTS     ' TO WS-C-FILE
           PERFORM 2900-REPORT-COUNTS THRU 2900-EXIT
           MOVE 'WBACCTDB BALANCES     ' TO WS-B-FILE
           PERFORM 2910-REPORT-BALANCES THRU 2910-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-REPOINT-ONE-ACCOUNT.
           READ WBACCTDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2110-EXIT
           END-READ

           IF ACCOUNT-BRANCH NOT = WS-FROM-BRANCH
              AND ACCOUNT-BRANCH NOT = WS-TO-BRANCH
              GO TO 2110-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                   MOVE ACCOUNT-CHK-BAL TO WS-BOOK-BAL
              WHEN ACCOUNT-TYPE-SAV
                   MOVE ACCOUNT-SAV-BAL TO WS-BOOK-BAL
              WHEN ACCOUNT-TYPE-CD
                   MOVE ACCOUNT-CD-BAL  TO WS-BOOK-BAL
              WHEN ACCOUNT-TYPE-LON
                   MOVE ACCOUNT-LON-BAL TO WS-BOOK-BAL
              WHEN ACCOUNT-TYPE-IRA
                   MOVE ACCOUNT-IRA-BAL TO WS-BOOK-BAL
              WHEN ACCOUNT-TYPE-LOC
                   MOVE ACCOUNT-LOC-BAL TO WS-BOOK-BAL
              WHEN OTHER
                   MOVE ZERO            TO WS-BOOK-BAL
           END-EVALUATE

           IF ACCOUNT-BRANCH = WS-TO-BRANCH
              ADD 1           TO WS-TO-BEFORE
              ADD WS-BOOK-BAL TO WS-TO-BAL
              GO TO 2110-EXIT
           END-IF

           ADD 1           TO WS-FROM-BEFORE WS-MOVED-COUNT
           ADD WS-BOOK-BAL TO WS-FROM-BAL    WS-MOVED-BAL

           IF MODE-UPDATE
              MOVE WS-TO-BRANCH TO ACCOUNT-BRANCH
              REWRITE WBACCT-RECORD
              MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
              PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT
           END-IF

           IF NOT ACCOUNT-CLOSED
              AND ACCOUNT-SSN NOT = WS-LAST-NTF-SSN
              MOVE ACCOUNT-SSN TO WS-LAST-NTF-SSN
              ADD 1 TO WS-NOTICE-COUNT
              IF MODE-UPDATE
                 PERFORM 2150-QUEUE-NOTICE THRU 2150-EXIT
              END-IF
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2150-QUEUE-NOTICE.
           MOVE SPACES             TO WBNTF-RECORD
           MOVE ACCOUNT-SSN        TO NTF-SSN
           MOVE ACCOUNT-NUMBER     TO NTF-ACCT-NUM
           MOVE WS-DATE-R          TO NTF-DATE
           SET  NTF-TYPE-BRANCH-CHANGE TO TRUE
           MOVE WS-NTF-BRANCH-TEXT TO NTF-TEXT

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9990-NTF-ERR-CHK       THRU 9990-EXIT
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-REPOINT-OPERATORS.
           MOVE '2200-REPOINT-OPERATORS' TO ERR-LOC
           PERFORM 2090-CLEAR-COUNTS THRU 2090-EXIT

           MOVE LOW-VALUES TO OPR-KEY
           START WBOPERDB-FILE KEY >= OPR-KEY
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2210-REPOINT-ONE-OPERATOR THRU 2210-EXIT
              UNTIL END-OF-FILE

           MOVE 'WBOPERDB OPERATORS    ' TO WS-C-FILE
           PERFORM 2900-REPORT-COUNTS THRU 2900-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-REPOINT-ONE-OPERATOR.
           READ WBOPERDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2210-EXIT
           END-READ

           IF OPR-BRANCH = WS-TO-BRANCH
              ADD 1 TO WS-TO-BEFORE
              GO TO 2210-EXIT
           END-IF
           IF OPR-BRANCH NOT = WS-FROM-BRANCH
              GO TO 2210-EXIT
           END-IF

           ADD 1 TO WS-FROM-BEFORE WS-MOVED-COUNT
           IF MODE-UPDATE
              MOVE WS-TO-BRANCH TO OPR-BRANCH
              REWRITE WBOPR-RECORD
              MOVE    'ERROR REWRITING WBOPERDB' TO ERR-MSG
              PERFORM 9997-OPR-ERR-CHK         THRU 9997-EXIT
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-REPOINT-TERMINALS.
           MOVE '2300-REPOINT-TERMINALS' TO ERR-LOC
           PERFORM 2090-CLEAR-COUNTS THRU 2090-EXIT

           MOVE LOW-VALUES TO TRM-TERM-ID
           START WBTRMDB-FILE KEY >= TRM-TERM-ID
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2310-REPOINT-ONE-TERMINAL THRU 2310-EXIT
              UNTIL END-OF-FILE

           MOVE 'WBTRMDB TERMINALS     ' TO WS-C-FILE
           PERFORM 2900-REPORT-COUNTS THRU 2900-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2310-REPOINT-ONE-TERMINAL.
           READ WBTRMDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2310-EXIT
           END-READ

           IF TRM-BRANCH = WS-TO-BRANCH
              ADD 1 TO WS-TO-BEFORE
              GO TO 2310-EXIT
           END-IF
           IF TRM-BRANCH NOT = WS-FROM-BRANCH
              GO TO 2310-EXIT
           END-IF

           ADD 1 TO WS-FROM-BEFORE WS-MOVED-COUNT
           IF MODE-UPDATE
              MOVE WS-TO-BRANCH TO TRM-BRANCH
              REWRITE WBTRM-RECORD
              MOVE    'ERROR REWRITING WBTRMDB' TO ERR-MSG
              PERFORM 9996-TRM-ERR-CHK        THRU 9996-EXIT
           END-IF
           .
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLY DRAWER DAYS FROM THE RUN DATE ON MOVE - AN EARLIER DAY
      *    WAS BALANCED AND CLOSED AT THE OLD BRANCH AND DRAWRPT MUST
      *    STILL SHOW IT THERE. THE COUNTS AND THE NET CASH SHOWN ARE
      *    FOR THOSE DAYS ONLY.
      *-----------------------------------------------------------------
       2400-REPOINT-DRAWERS.
           MOVE '2400-REPOINT-DRAWERS'   TO ERR-LOC
           PERFORM 2090-CLEAR-COUNTS THRU 2090-EXIT

           MOVE LOW-VALUES TO DRW-KEY
           START WBDRAWDB-FILE KEY >= DRW-KEY
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2410-REPOINT-ONE-DRAWER THRU 2410-EXIT
              UNTIL END-OF-FILE

           MOVE 'WBDRAWDB DRAWER DAYS  ' TO WS-C-FILE
           PERFORM 2900-REPORT-COUNTS THRU 2900-EXIT
           MOVE 'WBDRAWDB NET CASH     ' TO WS-B-FILE
           PERFORM 2910-REPORT-BALANCES THRU 2910-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-REPOINT-ONE-DRAWER.
           READ WBDRAWDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2410-EXIT
           END-READ

           IF DRW-DATE < WS-DATE-R
              GO TO 2410-EXIT
           END-IF

           COMPUTE WS-BOOK-BAL = DRW-CASH-IN - DRW-CASH-OUT

           IF DRW-BRANCH = WS-TO-BRANCH
              ADD 1           TO WS-TO-BEFORE
              ADD WS-BOOK-BAL TO WS-TO-BAL
              GO TO 2410-EXIT
           END-IF
           IF DRW-BRANCH NOT = WS-FROM-BRANCH
              GO TO 2410-EXIT
           END-IF

           ADD 1           TO WS-FROM-BEFORE WS-MOVED-COUNT
           ADD WS-BOOK-BAL TO WS-FROM-BAL    WS-MOVED-BAL
           IF MODE-UPDATE
              MOVE WS-TO-BRANCH TO DRW-BRANCH
              REWRITE WBDRW-RECORD
              MOVE    'ERROR REWRITING WBDRAWDB' TO ERR-MSG
              PERFORM 9995-DRW-ERR-CHK         THRU 9995-EXIT
           END-IF
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-REPOINT-MESSAGES.
           MOVE '2500-REPOINT-MESSAGES'  TO ERR-LOC
           PERFORM 2090-CLEAR-COUNTS THRU 2090-EXIT

           MOVE ZERO TO MSG-ID
           START WBMSGDB-FILE KEY >= MSG-ID
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2510-REPOINT-ONE-MESSAGE THRU 2510-EXIT
              UNTIL END-OF-FILE

           MOVE 'WBMSGDB MESSAGES      ' TO WS-C-FILE
           PERFORM 2900-REPORT-COUNTS THRU 2900-EXIT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-REPOINT-ONE-MESSAGE.
           READ WBMSGDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2510-EXIT
           END-READ

           IF MSG-BRANCH = WS-TO-BRANCH
              ADD 1 TO WS-TO-BEFORE
              GO TO 2510-EXIT
           END-IF
           IF MSG-BRANCH NOT = WS-FROM-BRANCH
              GO TO 2510-EXIT
           END-IF

           ADD 1 TO WS-FROM-BEFORE WS-MOVED-COUNT
           IF MODE-UPDATE
              MOVE WS-TO-BRANCH TO MSG-BRANCH
              REWRITE WBMSG-RECORD
              MOVE    'ERROR REWRITING WBMSGDB' TO ERR-MSG
              PERFORM 9994-MSG-ERR-CHK        THRU 9994-EXIT
           END-IF
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CLOSING BRANCH'S WHOLE VAULT POSITION GOES OUT ON THE
      *    RUN DATE AS AN ARMORED-CAR SHIPMENT AND COMES IN AT THE
      *    RECEIVING BRANCH THE SAME DAY, SO VAULTRPT BALANCES BOTH.
      *    A BRANCH WITH NO LEDGER DAY ON THE RUN DATE GETS ONE THAT
      *    OPENS AT ITS CARRIED POSITION. THE RECEIVING SIDE IS
      *    POSTED FIRST - A FAILURE BETWEEN THE TWO SHOWS AS AN
      *    OVERAGE ON VAULTRPT, NEVER AS CASH THAT LEFT ONE VAULT AND
      *    REACHED NO OTHER. ONCE THE OLD VAULT IS EMPTY A RERUN HAS
      *    NOTHING LEFT TO SHIP.
      *-----------------------------------------------------------------
       2600-TRANSFER-VAULT.
           MOVE '2600-TRANSFER-VAULT'    TO ERR-LOC

           MOVE WS-FROM-BRANCH  TO WS-VLT-SCAN-BRANCH
           PERFORM 2610-FIND-VAULT-POSITION THRU 2610-EXIT
           MOVE WS-VLT-POSITION TO WS-VLT-FROM-POS

           MOVE WS-TO-BRANCH    TO WS-VLT-SCAN-BRANCH
           PERFORM 2610-FIND-VAULT-POSITION THRU 2610-EXIT
           MOVE WS-VLT-POSITION TO WS-VLT-TO-POS

           MOVE ZERO TO WS-VLT-XFER
           IF WS-VLT-FROM-POS > ZERO
              MOVE WS-VLT-FROM-POS TO WS-VLT-XFER
           END-IF
           IF WS-VLT-FROM-POS < ZERO
              DISPLAY 'BRNCONS - VAULT ' WS-FROM-BRANCH
                      ' CARRIES A NEGATIVE POSITION - NOT SHIPPED'
              MOVE 4 TO RETURN-CODE
           END-IF

           IF MODE-UPDATE AND WS-VLT-XFER > ZERO
              PERFORM 2620-POST-VAULT-IN  THRU 2620-EXIT
              PERFORM 2630-POST-VAULT-OUT THRU 2630-EXIT
           END-IF

           MOVE ZERO            TO WS-FROM-BEFORE WS-TO-BEFORE
                                   WS-MOVED-COUNT
           MOVE WS-VLT-FROM-POS TO WS-FROM-BAL
           MOVE WS-VLT-TO-POS   TO WS-TO-BAL
           MOVE WS-VLT-XFER     TO WS-MOVED-BAL
           MOVE 'WBVAULTD POSITION     ' TO WS-B-FILE
           PERFORM 2910-REPORT-BALANCES THRU 2910-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE LATEST LEDGER DAY ON OR BEFORE THE RUN DATE GIVES THE
      *    POSITION - ITS DECLARED CLOSING COUNT WHEN THE COUNT IS IN,
      *    OTHERWISE THE CLOSE VAULTRPT WOULD COMPUTE
      *-----------------------------------------------------------------
       2610-FIND-VAULT-POSITION.
           MOVE ZERO       TO WS-VLT-POSITION
           MOVE 'N'        TO VLT-SCAN-FLAG
           MOVE WS-VLT-SCAN-BRANCH TO VLT-BRANCH
           MOVE LOW-VALUES TO VLT-DATE
           START WBVAULTDB-FILE KEY >= VLT-KEY
              INVALID KEY SET VLT-SCAN-DONE TO TRUE
           END-START

           PERFORM 2615-SCAN-ONE-VAULT-DAY THRU 2615-EXIT
              UNTIL VLT-SCAN-DONE
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2615-SCAN-ONE-VAULT-DAY.
           READ WBVAULTDB-FILE NEXT
              AT END
                 SET VLT-SCAN-DONE TO TRUE
                 GO TO 2615-EXIT
           END-READ

           IF VLT-BRANCH NOT = WS-VLT-SCAN-BRANCH
              OR VLT-DATE > WS-DATE-R
              SET VLT-SCAN-DONE TO TRUE
              GO TO 2615-EXIT
           END-IF

           IF VLT-CLOSE-DECLARED
              MOVE VLT-CLOSING-COUNT TO WS-VLT-POSITION
           ELSE
              COMPUTE WS-VLT-POSITION =
                      VLT-OPENING-BAL + VLT-DRAWER-BUYS
                    + VLT-ARMORED-IN - VLT-DRAWER-SELLS
                    - VLT-ATM-REPLEN - VLT-ARMORED-OUT
           END-IF
           .
       2615-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AN ARRIVAL AFTER THE CLOSING COUNT MAKES THE COUNT STALE -
      *    THE RECEIVING CUSTODIAN HAS TO TAKE IT AGAIN ON WGRVBCLS
      *-----------------------------------------------------------------
       2620-POST-VAULT-IN.
           MOVE WS-TO-BRANCH TO VLT-BRANCH
           MOVE WS-DATE-R    TO VLT-DATE
           READ WBVAULTDB-FILE
              INVALID KEY
                 MOVE SPACES        TO WBVLT-RECORD
                 MOVE WS-TO-BRANCH  TO VLT-BRANCH
                 MOVE WS-DATE-R     TO VLT-DATE
                 MOVE WS-VLT-TO-POS TO VLT-OPENING-BAL
                 MOVE ZERO          TO VLT-DRAWER-BUYS VLT-DRAWER-SELLS
                                       VLT-ATM-REPLEN  VLT-ARMORED-IN
                                       VLT-ARMORED-OUT VLT-MOVE-COUNT
                                       VLT-CLOSING-COUNT
                 MOVE WS-VLT-XFER   TO VLT-ARMORED-IN
                 MOVE 1             TO VLT-MOVE-COUNT
                 MOVE 'N'           TO VLT-CLOSE-DECLARED-SW
                 WRITE WBVLT-RECORD
                 MOVE    'ERROR WRITING WBVAULTD' TO ERR-MSG
                 PERFORM 9993-VLT-ERR-CHK       THRU 9993-EXIT
                 GO TO 2620-EXIT
           END-READ

           ADD WS-VLT-XFER TO VLT-ARMORED-IN
           ADD 1           TO VLT-MOVE-COUNT
           MOVE 'N'        TO VLT-CLOSE-DECLARED-SW
           REWRITE WBVLT-RECORD
           MOVE    'ERROR REWRITING WBVAULTD' TO ERR-MSG
           PERFORM 9993-VLT-ERR-CHK         THRU 9993-EXIT
           .
       2620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A DECLARED COUNT ON THE OLD VAULT WAS THE CASH SHIPPED, SO
      *    IT DROPS TO ZERO AND STAYS DECLARED - ANY OVER/SHORT THE
      *    CUSTODIAN'S COUNT SHOWED IS LEFT STANDING ON VAULTRPT
      *-----------------------------------------------------------------
       2630-POST-VAULT-OUT.
           MOVE WS-FROM-BRANCH TO VLT-BRANCH
           MOVE WS-DATE-R      TO VLT-DATE
           READ WBVAULTDB-FILE
              INVALID KEY
                 MOVE SPACES          TO WBVLT-RECORD
                 MOVE WS-FROM-BRANCH  TO VLT-BRANCH
                 MOVE WS-DATE-R       TO VLT-DATE
                 MOVE WS-VLT-FROM-POS TO VLT-OPENING-BAL
                 MOVE ZERO            TO VLT-DRAWER-BUYS
                                         VLT-DRAWER-SELLS
                                         VLT-ATM-REPLEN
                                         VLT-ARMORED-IN
                                         VLT-ARMORED-OUT
                                         VLT-MOVE-COUNT
                                         VLT-CLOSING-COUNT
                 MOVE WS-VLT-XFER     TO VLT-ARMORED-OUT
                 MOVE 1               TO VLT-MOVE-COUNT
                 MOVE 'Y'             TO VLT-CLOSE-DECLARED-SW
                 WRITE WBVLT-RECORD
                 MOVE    'ERROR WRITING WBVAULTD' TO ERR-MSG
                 PERFORM 9993-VLT-ERR-CHK       THRU 9993-EXIT
                 GO TO 2630-EXIT
           END-READ

           ADD WS-VLT-XFER TO VLT-ARMORED-OUT
           ADD 1           TO VLT-MOVE-COUNT
           IF VLT-CLOSE-DECLARED
              MOVE ZERO    TO VLT-CLOSING-COUNT
           END-IF
           REWRITE WBVLT-RECORD
           MOVE    'ERROR REWRITING WBVAULTD' TO ERR-MSG
           PERFORM 9993-VLT-ERR-CHK         THRU 9993-EXIT
           .
       2630-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CLOSING BRANCH COMES OFF THE BRANCH LIST SO IT NO
      *    LONGER HOLDS THE NIGHTLY WINDOW. ITS DAILY CLOSE RECORDS
      *    STAY ON FILE AS HISTORY.
      *-----------------------------------------------------------------
       2700-RETIRE-BRANCH.
           MOVE '2700-RETIRE-BRANCH'     TO ERR-LOC
           PERFORM 2090-CLEAR-COUNTS THRU 2090-EXIT
           MOVE 1 TO WS-TO-BEFORE

           MOVE WS-FROM-BRANCH TO BCL-BRANCH
           MOVE SPACES         TO BCL-DATE
           READ WBBCLSDB-FILE
              INVALID KEY
                 GO TO 2700-REPORT
           END-READ

           ADD 1 TO WS-FROM-BEFORE WS-MOVED-COUNT
           IF MODE-UPDATE
              DELETE WBBCLSDB-FILE RECORD
              MOVE    'ERROR DELETING WBBCLSDB' TO ERR-MSG
              PERFORM 9992-BCL-ERR-CHK        THRU 9992-EXIT
           END-IF
           .
       2700-REPORT.
      *    A RETIRED ENTRY LEAVES THE LIST RATHER THAN MOVING TO THE
      *    RECEIVING BRANCH, WHICH KEEPS ITS ONE ENTRY
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'WBBCLSDB BRANCH LIST  ' TO WS-C-FILE
           MOVE WS-FROM-BEFORE TO WS-C-FROM-BEF
           MOVE WS-TO-BEFORE   TO WS-C-TO-BEF WS-C-TO-AFT
           MOVE WS-MOVED-COUNT TO WS-C-MOVED
           MOVE ZERO           TO WS-C-FROM-AFT
           WRITE RPT-OP-FIELDS FROM WS-COUNT-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LEAVE A PERMANENT TRACE OF THE CONSOLIDATION ON THE AUDIT
      *    FILE UNDER THE AUTHORIZING SUPERVISOR
      *-----------------------------------------------------------------
       2800-WRITE-CONS-AUDIT.
           MOVE '2800-WRITE-CONS-AUDIT'  TO ERR-LOC

           MOVE SPACES           TO AUD-SSN
           MOVE SPACES           TO AUD-ACCT-NUM
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-CONS-SEQ
           MOVE WS-CONS-SEQ      TO AUD-SEQ-NUM
           MOVE SPACES           TO AUD-TIME
           MOVE 'BRNCONS '       TO AUD-SOURCE-PGM
           MOVE WS-AUTH-OPID     TO AUD-OPID
           MOVE SPACES           TO AUD-MESSAGE
           STRING 'BRANCH ' WS-FROM-BRANCH
                  ' CONSOLIDATED INTO BRANCH ' WS-TO-BRANCH
                  DELIMITED BY SIZE INTO AUD-MESSAGE

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-CONS-SEQ
                 MOVE WS-CONS-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2090-CLEAR-COUNTS.
           MOVE 'N'  TO EOF-FLAG
           MOVE ZERO TO WS-FROM-BEFORE WS-TO-BEFORE WS-MOVED-COUNT
                        WS-FROM-BAL    WS-TO-BAL    WS-MOVED-BAL
           .
       2090-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AFTER = BEFORE LESS OR PLUS WHAT WAS RE-POINTED; ON A DRY
      *    RUN THAT IS THE PROJECTION OF WHAT AN UPDATE WOULD LEAVE
       2900-REPORT-COUNTS.
           MOVE WS-FROM-BEFORE TO WS-C-FROM-BEF
           MOVE WS-TO-BEFORE   TO WS-C-TO-BEF
           MOVE WS-MOVED-COUNT TO WS-C-MOVED
           COMPUTE WS-C-FROM-AFT = WS-FROM-BEFORE - WS-MOVED-COUNT
           COMPUTE WS-C-TO-AFT   = WS-TO-BEFORE   + WS-MOVED-COUNT
           WRITE RPT-OP-FIELDS FROM WS-COUNT-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2910-REPORT-BALANCES.
           MOVE WS-FROM-BAL    TO WS-B-FROM-BEF
           MOVE WS-TO-BAL      TO WS-B-TO-BEF
           MOVE WS-MOVED-BAL   TO WS-B-MOVED
           COMPUTE WS-B-FROM-AFT = WS-FROM-BAL - WS-MOVED-BAL
           COMPUTE WS-B-TO-AFT   = WS-TO-BAL   + WS-MOVED-BAL
           WRITE RPT-OP-FIELDS FROM WS-BALANCE-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2910-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           MOVE WS-NOTICE-COUNT     TO WS-T-NOTICES
           MOVE WS-JOURNAL-COUNT    TO WS-T-JOURNAL
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
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
           ADD 1 TO WS-JOURNAL-COUNT
           .
       8700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9990-NTF-ERR-CHK.
           EVALUATE TRUE
               WHEN NTFQUE-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' NTFQUE-STAT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-AUD-ERR-CHK.
           MOVE WBAUDTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBAUDTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBAUDTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

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
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-BCL-ERR-CHK.
           MOVE WBBCLSDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBBCLSDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBBCLSDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE BCL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE BCL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE BCL-VSAM-REASON-CODE
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
       9993-VLT-ERR-CHK.
           MOVE WBVAULTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBVAULTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBVAULTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE VLT-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE VLT-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE VLT-VSAM-REASON-CODE
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
       9994-MSG-ERR-CHK.
           MOVE WBMSGDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBMSGDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBMSGDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE MSG-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE MSG-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE MSG-VSAM-REASON-CODE
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
       9995-DRW-ERR-CHK.
           MOVE WBDRAWDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBDRAWDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBDRAWDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE DRW-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE DRW-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE DRW-VSAM-REASON-CODE
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
       9996-TRM-ERR-CHK.
           MOVE WBTRMDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBTRMDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBTRMDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE TRM-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE TRM-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE TRM-VSAM-REASON-CODE
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
       9997-OPR-ERR-CHK.
           MOVE WBOPERDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBOPERDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBOPERDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE OPR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE OPR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE OPR-VSAM-REASON-CODE
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
