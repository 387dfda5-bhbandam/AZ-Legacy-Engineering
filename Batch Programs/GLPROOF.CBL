      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. GLPROOF.
      ****************************************************************
      * This program proves the general ledger's deposit and loan    *
      * control accounts against the subledger every day. The GL     *
      * system's closing control balances arrive on GLCTLBAL-DD. The *
      * subledger side of each control account is built here: every *
      * WBACCTDB-DD balance goes to the balance-sheet leg of its     *
      * product's opening-balance card on GLMAP-DD (transaction type *
      * 'B' - the credit leg for deposits, the debit leg for loans   *
      * and credit lines), every WBACCRDB-DD accrual to the same leg *
      * of its accrual card (type 'A', as ACRJRNL journals it), and  *
      * every known suspense item on SUSPIN-DD to the GL account it  *
      * sits in. Each control account whose GL balance differs from  *
      * its subledger total opens a break on WBBRKDB-DD (source 'G', *
      * the GL account in the account-number field) for BRKAGE to    *
      * age and the WGRVBRK screen to clear.                         *
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

           SELECT WBACCRDB-FILE
               ASSIGN       TO WBACCRDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS ACR-KEY
               FILE STATUS  IS WBACCRDB-FILE-STATUS WBACCRDB-VSAM-CODE.

           SELECT WBBRKDB-FILE
               ASSIGN       TO WBBRKDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BRK-KEY
               FILE STATUS  IS WBBRKDB-FILE-STATUS.

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

           SELECT GLMAP-FILE ASSIGN TO GLMAP
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS GLMAP-STAT.

           SELECT GLCTL-FILE ASSIGN TO GLCTLBAL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS GLCTLBAL-STAT.

           SELECT SUSP-FILE  ASSIGN TO SUSPIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS SUSPIN-STAT.

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

       FD  WBACCRDB-FILE.
           COPY WBACRREC.

       FD  WBBRKDB-FILE.
           COPY WBBRKREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    THE GLJRNL CHART-ASSIGNMENT CARDS - ONLY THE OPENING-
      *    BALANCE ('B') AND ACCRUAL ('A') CARDS NAME CONTROL ACCOUNTS
       FD  GLMAP-FILE
           RECORD CONTAINS 80.
       01  GLMAP-RECORD.
           05 GLM-TXN-TYPE               PIC X(01).
           05 FILLER                     PIC X(01).
           05 GLM-ACCT-TYPE              PIC X(01).
           05 FILLER                     PIC X(01).
           05 GLM-DR-GLACCT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 GLM-CR-GLACCT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 GLM-DESC                   PIC X(20).
           05 FILLER                     PIC X(38).

      *    THE GL SYSTEM'S CLOSING CONTROL BALANCES, ONE CARD PER GL
      *    ACCOUNT, EACH IN ITS NORMAL-BALANCE DIRECTION (A CREDIT
      *    BALANCE ON A LIABILITY AND A DEBIT BALANCE ON AN ASSET
      *    BOTH COME ACROSS POSITIVE)
      *      COLS 1-8   GL ACCOUNT
      *      COLS 10-19 BALANCE DATE YYYY-MM-DD
      *      COLS 21-36 CLOSING BALANCE, LEADING SIGN
       FD  GLCTL-FILE
           RECORD CONTAINS 80.
       01  GLCTL-RECORD.
           05 GCB-GL-ACCT                PIC X(08).
           05 FILLER                     PIC X(01).
           05 GCB-BAL-DATE               PIC X(10).
           05 FILLER                     PIC X(01).
           05 GCB-BALANCE                PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
           05 FILLER                     PIC X(44).

      *    ITEMS KNOWN TO BE IN A CONTROL ACCOUNT BUT NOT YET ON ANY
      *    CUSTOMER ACCOUNT, MAINTAINED BY THE GL DESK. A CARD WHOSE
      *    FIRST COLUMN IS '*' IS A COMMENT.
      *      COLS 1-8   GL ACCOUNT
      *      COLS 10-23 AMOUNT, LEADING SIGN
      *      COLS 25-34 REFERENCE
      *      COLS 36-65 DESCRIPTION
       FD  SUSP-FILE
           RECORD CONTAINS 80.
       01  SUSP-RECORD.
           05 SUS-GL-ACCT                PIC X(08).
           05 FILLER                     PIC X(01).
           05 SUS-AMOUNT                 PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05 FILLER                     PIC X(01).
           05 SUS-REFERENCE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 SUS-DESC                   PIC X(30).
           05 FILLER                     PIC X(15).

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

       01  WBBRKDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBACCRDB-FILE-STATUS.
           05  STA-ACR-STAT1             PIC X(01).
           05  STA-ACR-STAT2             PIC X(01).
       01  WBACCRDB-VSAM-CODE.
           05 ACR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 ACR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 ACR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      *    THE OPENING-BALANCE AND ACCRUAL CARDS LOADED FOR THE RUN
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT               PIC S9(04) COMP VALUE ZERO.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
              10 WS-MAP-TXN-TYPE         PIC X(01).
              10 WS-MAP-ACCT-TYPE        PIC X(01).
              10 WS-MAP-DR-GLACCT        PIC X(08).
              10 WS-MAP-CR-GLACCT        PIC X(08).

      *    ONE ENTRY PER CONTROL ACCOUNT IN THE PROOF - THE SUBLEDGER
      *    SIDE BUILT UP BY SOURCE, AND THE GL SYSTEM'S BALANCE
       01  WS-CTL-TABLE.
           05 WS-CTL-COUNT               PIC S9(04) COMP VALUE ZERO.
           05 WS-CTL-ENTRY OCCURS 100 TIMES.
              10 WS-CTL-GLACCT           PIC X(08).
              10 WS-CTL-ACCT-BAL         PIC S9(13)V99.
              10 WS-CTL-ACCR-BAL         PIC S9(13)V99.
              10 WS-CTL-SUSP-BAL         PIC S9(13)V99.
              10 WS-CTL-GL-BAL           PIC S9(13)V99.
              10 WS-CTL-GL-FLAG          PIC X(01).
                 88 WS-CTL-ON-GL                VALUE 'Y'.

      *    BREAKS THIS PROOF ALREADY HAS OPEN FOR THE RUN DATE, SO A
      *    RERUN DOES NOT OPEN THEM A SECOND TIME
       01  WS-OPEN-BRK-TABLE.
           05 WS-OBK-COUNT               PIC S9(04) COMP VALUE ZERO.
           05 WS-OBK-GLACCT OCCURS 100 TIMES PIC X(08).

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(37)  VALUE
                               'GL TO SUBLEDGER CONTROL PROOF'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(12)  VALUE '  GL ACCT'.
              10 FILLER        PIC X(18)  VALUE '  ACCOUNT BALANCES'.
              10 FILLER        PIC X(16)  VALUE '         ACCRUED'.
              10 FILLER        PIC X(16)  VALUE '        SUSPENSE'.
              10 FILLER        PIC X(18)  VALUE '  SUBLEDGER TOTAL'.
              10 FILLER        PIC X(18)  VALUE '      GL BALANCE'.
              10 FILLER        PIC X(16)  VALUE '      DIFFERENCE'.
              10 FILLER        PIC X(18)  VALUE '  STATUS'.

           05 WS-DETAIL-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-GLACCT   PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACCT-BAL PIC Z(12)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-ACCR-BAL PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-SUSP-BAL PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-SUB-TOT  PIC Z(12)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-GL-BAL   PIC Z(12)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-DIFF     PIC Z(10)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-STATUS   PIC X(17).

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-STALE-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(60)  VALUE
                   '*** NO GL CONTROL BALANCES FOR THE RUN DATE'.
              10 FILLER        PIC X(42)  VALUE SPACES.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS TOTALLED         :'.
              10 WS-TR-ACCT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS WITHOUT A CARD   :'.
              10 WS-TR-UNMAP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SUSPENSE ITEMS            :'.
              10 WS-TR-SUSP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CONTROL ACCOUNTS PROVED   :'.
              10 WS-TR-CTL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CONTROL ACCOUNTS IN BREAK :'.
              10 WS-TR-BRK-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BREAKS OPENED             :'.
              10 WS-TR-NEW-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NET DIFFERENCE            :'.
              10 WS-TR-DIFF-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

       01  WS-VARS.
           05 WS-ACCT-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-UNMAPPED-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-SUSP-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-GLCTL-COUNT           PIC 9(07)       VALUE ZERO.
           05 WS-BREAK-COUNT           PIC 9(07)       VALUE ZERO.
           05 WS-NEW-BRK-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-NET-DIFF              PIC S9(13)V99   VALUE ZERO.
           05 WS-DIFF                  PIC S9(13)V99   VALUE ZERO.
           05 WS-SUB-TOTAL             PIC S9(13)V99   VALUE ZERO.
           05 WS-ITEM-AMOUNT           PIC S9(13)V99   VALUE ZERO.
           05 WS-ITEM-ACCT-TYPE        PIC X(01)       VALUE SPACE.
           05 WS-ITEM-TXN-TYPE         PIC X(01)       VALUE SPACE.
           05 WS-ITEM-GLACCT           PIC X(08)       VALUE SPACES.
           05 WS-MAP-SUB               PIC S9(04) COMP VALUE ZERO.
           05 WS-MAP-HIT               PIC S9(04) COMP VALUE ZERO.
           05 WS-CTL-SUB               PIC S9(04) COMP VALUE ZERO.
           05 WS-CTL-HIT               PIC S9(04) COMP VALUE ZERO.
           05 WS-OBK-SUB               PIC S9(04) COMP VALUE ZERO.
           05 WS-BRK-NEXT-SEQ          PIC 9(04)       VALUE ZERO.
           05 BRK-SCAN-FLAG            PIC X(01)       VALUE 'N'.
              88 BREAK-SCAN-DONE                       VALUE 'Y'.
           05 BRK-DUP-FLAG             PIC X(01)       VALUE 'N'.
              88 BREAK-ALREADY-OPEN                    VALUE 'Y'.
           05 BRK-FILE-FLAG            PIC X(01)       VALUE 'N'.
              88 BREAK-FILE-OPEN                       VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'GLPROOF'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 GLMAP-STAT       PIC 9(02)  VALUE ZERO.
           05 GLCTLBAL-STAT    PIC 9(02)  VALUE ZERO.
           05 SUSPIN-STAT      PIC 9(02)  VALUE ZERO.
           05 MAP-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 MAP-END-OF-FILE          VALUE 'Y'.
           05 ACCT-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 ACCT-END-OF-FILE         VALUE 'Y'.
           05 ACR-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 ACR-END-OF-FILE          VALUE 'Y'.
           05 CTL-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 CTL-END-OF-FILE          VALUE 'Y'.
           05 SUSP-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 SUSP-END-OF-FILE         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM TOTALS THE SUBLEDGER BY GL CONTROL ACCOUNT,
      * COMPARES EACH TOTAL TO THE GL SYSTEM'S CLOSING BALANCE AND
      * OPENS A WBBRKDB-DD BREAK FOR EVERY DIFFERENCE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-TOTAL-ACCOUNTS   THRU 2000-EXIT
           PERFORM 2300-TOTAL-ACCRUALS   THRU 2300-EXIT
           PERFORM 2500-TOTAL-SUSPENSE   THRU 2500-EXIT
           PERFORM 2700-LOAD-GL-BALANCES THRU 2700-EXIT

           IF WS-GLCTL-COUNT = ZERO
              WRITE RPT-OP-FIELDS FROM WS-STALE-LINE
              DISPLAY 'GLPROOF - NO GL CONTROL BALANCES FOR '
                      WS-DATE-R
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3000-PROVE-CONTROLS THRU 3000-EXIT
              IF WS-BREAK-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 9000-HOUSEKEEPING     THRU 9000-EXIT
           PERFORM 9100-WRITE-RUN-STATS  THRU 9100-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           PERFORM 1200-LOAD-MAP-TABLE   THRU 1200-EXIT

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
      *    ONLY THE OPENING-BALANCE AND ACCRUAL CARDS ARE KEPT. A
      *    DECK WITHOUT THEM NAMES NO CONTROL ACCOUNT TO PROVE.
       1200-LOAD-MAP-TABLE.
           MOVE '1200-LOAD-MAP-TABLE'    TO ERR-LOC

           MOVE SPACES TO MAP-EOF-FLAG
           OPEN INPUT GLMAP-FILE
           MOVE    'ERROR OPENING GLMAP'    TO ERR-MSG
           PERFORM 9994-MAP-ERR-CHK        THRU 9994-EXIT

           PERFORM 1250-LOAD-ONE-CARD THRU 1250-EXIT
              UNTIL MAP-END-OF-FILE

           CLOSE GLMAP-FILE

           IF WS-MAP-COUNT = ZERO
              DISPLAY 'GLPROOF - NO CONTROL ACCOUNT CARDS ON GLMAP'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1250-LOAD-ONE-CARD.
           READ GLMAP-FILE
              AT END SET MAP-END-OF-FILE TO TRUE
           END-READ

           IF MAP-END-OF-FILE
              GO TO 1250-EXIT
           END-IF

           IF GLM-TXN-TYPE NOT = 'B' AND GLM-TXN-TYPE NOT = 'A'
              GO TO 1250-EXIT
           END-IF

           IF WS-MAP-COUNT >= 50
              DISPLAY 'GLPROOF - GLMAP TABLE FULL - CARD SKIPPED'
              GO TO 1250-EXIT
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-TXN-TYPE  TO WS-MAP-TXN-TYPE  (WS-MAP-COUNT)
           MOVE GLM-ACCT-TYPE TO WS-MAP-ACCT-TYPE (WS-MAP-COUNT)
           MOVE GLM-DR-GLACCT TO WS-MAP-DR-GLACCT (WS-MAP-COUNT)
           MOVE GLM-CR-GLACCT TO WS-MAP-CR-GLACCT (WS-MAP-COUNT)
           .
       1250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-TOTAL-ACCOUNTS.
           MOVE '2000-TOTAL-ACCOUNTS' TO ERR-LOC

           OPEN INPUT WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           MOVE 'N' TO ACCT-EOF-FLAG
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
           PERFORM 2200-TOTAL-ONE-ACCOUNT THRU 2200-EXIT
              UNTIL ACCT-END-OF-FILE

           CLOSE WBACCTDB-FILE
           MOVE    'ERROR CLOSING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-READ-ACCOUNT.
           MOVE '2100-READ-ACCOUNT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
               AT END SET ACCT-END-OF-FILE TO TRUE
           END-READ

           IF NOT ACCT-END-OF-FILE
              MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-TOTAL-ONE-ACCOUNT.
           MOVE '2200-TOTAL-ONE-ACCOUNT' TO ERR-LOC

           ADD 1 TO WS-ACCT-COUNT
           MOVE ACCOUNT-TYPE-CODE TO WS-ITEM-ACCT-TYPE

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ACCOUNT-CHK-BAL TO WS-ITEM-AMOUNT
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ACCOUNT-SAV-BAL TO WS-ITEM-AMOUNT
              WHEN ACCOUNT-TYPE-CD
                 MOVE ACCOUNT-CD-BAL  TO WS-ITEM-AMOUNT
              WHEN ACCOUNT-TYPE-LON
                 MOVE ACCOUNT-LON-BAL TO WS-ITEM-AMOUNT
              WHEN ACCOUNT-TYPE-IRA
                 MOVE ACCOUNT-IRA-BAL TO WS-ITEM-AMOUNT
              WHEN ACCOUNT-TYPE-LOC
                 MOVE ACCOUNT-LOC-BAL TO WS-ITEM-AMOUNT
              WHEN OTHER
                 MOVE ZERO            TO WS-ITEM-AMOUNT
           END-EVALUATE

           IF WS-ITEM-AMOUNT = ZERO
              GO TO 2200-NEXT
           END-IF

           MOVE 'B' TO WS-ITEM-TXN-TYPE
           PERFORM 2800-FIND-CONTROL-ACCT THRU 2800-EXIT
           IF WS-CTL-HIT = ZERO
              ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
              ADD WS-ITEM-AMOUNT TO WS-CTL-ACCT-BAL (WS-CTL-HIT)
           END-IF
           .
       2200-NEXT.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE ACCRUAL SIDE NEEDS THE ACCOUNT TYPE FOR ITS CARD, SO
      *    EACH ACCRUAL LOOKS UP ITS ACCOUNT AGAIN
       2300-TOTAL-ACCRUALS.
           MOVE '2300-TOTAL-ACCRUALS' TO ERR-LOC

           OPEN INPUT WBACCRDB-FILE
           MOVE    'ERROR OPENING WBACCRDB'   TO ERR-MSG
           PERFORM 9993-ACR-ERR-CHK         THRU 9993-EXIT

           OPEN INPUT WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           MOVE 'N' TO ACR-EOF-FLAG
           PERFORM 2310-READ-ACCRUAL THRU 2310-EXIT
           PERFORM 2350-TOTAL-ONE-ACCRUAL THRU 2350-EXIT
              UNTIL ACR-END-OF-FILE

           CLOSE WBACCTDB-FILE
           MOVE    'ERROR CLOSING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBACCRDB-FILE
           MOVE    'ERROR CLOSING WBACCRDB'   TO ERR-MSG
           PERFORM 9993-ACR-ERR-CHK         THRU 9993-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2310-READ-ACCRUAL.
           MOVE '2310-READ-ACCRUAL' TO ERR-LOC

           READ WBACCRDB-FILE NEXT
               AT END SET ACR-END-OF-FILE TO TRUE
           END-READ

           IF NOT ACR-END-OF-FILE
              MOVE    'ERROR READING WBACCRDB' TO ERR-MSG
              PERFORM 9993-ACR-ERR-CHK THRU 9993-EXIT
           END-IF
           .
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-TOTAL-ONE-ACCRUAL.
           MOVE '2350-TOTAL-ONE-ACCRUAL' TO ERR-LOC

           IF ACR-ACCRUED-AMT = ZERO
              GO TO 2350-NEXT
           END-IF

      *    THE ACCOUNT FILE IS OPEN SEQUENTIAL HERE, SO THE TYPE IS
      *    FOUND BY POSITIONING ON THE ACCRUAL'S KEY
           MOVE '?'          TO WS-ITEM-ACCT-TYPE
           MOVE ACR-SSN      TO ACCOUNT-SSN
           MOVE ACR-ACCT-NUM TO ACCOUNT-NUMBER
           START WBACCTDB-FILE KEY = ACCOUNT-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ WBACCTDB-FILE NEXT
                    AT END CONTINUE
                    NOT AT END
                       MOVE ACCOUNT-TYPE-CODE TO WS-ITEM-ACCT-TYPE
                 END-READ
           END-START

           MOVE ACR-ACCRUED-AMT TO WS-ITEM-AMOUNT
           MOVE 'A'             TO WS-ITEM-TXN-TYPE
           PERFORM 2800-FIND-CONTROL-ACCT THRU 2800-EXIT
           IF WS-CTL-HIT = ZERO
              ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
              ADD WS-ITEM-AMOUNT TO WS-CTL-ACCR-BAL (WS-CTL-HIT)
           END-IF
           .
       2350-NEXT.
           PERFORM 2310-READ-ACCRUAL THRU 2310-EXIT
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SUSPENSE ITEMS ARE OPTIONAL - NO FILE MEANS NONE ARE KNOWN
       2500-TOTAL-SUSPENSE.
           MOVE '2500-TOTAL-SUSPENSE' TO ERR-LOC

           OPEN INPUT SUSP-FILE
           IF SUSPIN-STAT NOT = 0
              GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO SUSP-EOF-FLAG
           PERFORM 2550-TOTAL-ONE-SUSPENSE THRU 2550-EXIT
              UNTIL SUSP-END-OF-FILE

           CLOSE SUSP-FILE
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2550-TOTAL-ONE-SUSPENSE.
           READ SUSP-FILE
              AT END SET SUSP-END-OF-FILE TO TRUE
           END-READ

           IF SUSP-END-OF-FILE
              GO TO 2550-EXIT
           END-IF

           IF SUS-GL-ACCT(1:1) = '*' OR SUS-GL-ACCT = SPACES
              GO TO 2550-EXIT
           END-IF

           ADD 1 TO WS-SUSP-COUNT
           MOVE SUS-GL-ACCT TO WS-ITEM-GLACCT
           PERFORM 2850-ADD-CONTROL-ACCT THRU 2850-EXIT
           IF WS-CTL-HIT NOT = ZERO
              ADD SUS-AMOUNT TO WS-CTL-SUSP-BAL (WS-CTL-HIT)
           END-IF
           .
       2550-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLY THE RUN DATE'S CLOSING BALANCES ARE USED. CARDS FOR
      *    GL ACCOUNTS OUTSIDE THE PROOF (CASH, INCOME AND SO ON) ARE
      *    PASSED OVER.
       2700-LOAD-GL-BALANCES.
           MOVE '2700-LOAD-GL-BALANCES' TO ERR-LOC

           OPEN INPUT GLCTL-FILE
           MOVE    'ERROR OPENING GLCTLBAL' TO ERR-MSG
           PERFORM 9995-CTL-ERR-CHK        THRU 9995-EXIT

           MOVE 'N' TO CTL-EOF-FLAG
           PERFORM 2750-LOAD-ONE-GL-BALANCE THRU 2750-EXIT
              UNTIL CTL-END-OF-FILE

           CLOSE GLCTL-FILE
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2750-LOAD-ONE-GL-BALANCE.
           READ GLCTL-FILE
              AT END SET CTL-END-OF-FILE TO TRUE
           END-READ

           IF CTL-END-OF-FILE
              GO TO 2750-EXIT
           END-IF

           IF GCB-BAL-DATE NOT = WS-DATE-R
              GO TO 2750-EXIT
           END-IF
           ADD 1 TO WS-GLCTL-COUNT

           MOVE ZERO TO WS-CTL-HIT
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
              UNTIL WS-CTL-SUB > WS-CTL-COUNT
              IF WS-CTL-GLACCT (WS-CTL-SUB) = GCB-GL-ACCT
                 MOVE WS-CTL-SUB TO WS-CTL-HIT
              END-IF
           END-PERFORM

           IF WS-CTL-HIT NOT = ZERO
              ADD  GCB-BALANCE TO WS-CTL-GL-BAL (WS-CTL-HIT)
              MOVE 'Y'         TO WS-CTL-GL-FLAG (WS-CTL-HIT)
           END-IF
           .
       2750-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CONTROL ACCOUNT FOR AN ITEM IS THE BALANCE-SHEET LEG OF
      *    ITS CARD: THE CREDIT LEG FOR A DEPOSIT (THE LIABILITY) AND
      *    THE DEBIT LEG FOR A LOAN OR CREDIT LINE (THE ASSET). AN
      *    EXACT ACCOUNT-TYPE CARD WINS OVER A WILDCARD CARD.
       2800-FIND-CONTROL-ACCT.
           MOVE ZERO TO WS-MAP-HIT WS-CTL-HIT

           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-MAP-COUNT
              IF WS-MAP-TXN-TYPE (WS-MAP-SUB) = WS-ITEM-TXN-TYPE
                 IF WS-MAP-ACCT-TYPE (WS-MAP-SUB) = WS-ITEM-ACCT-TYPE
                    MOVE WS-MAP-SUB TO WS-MAP-HIT
                 ELSE
                    IF WS-MAP-ACCT-TYPE (WS-MAP-SUB) = '*'
                       AND WS-MAP-HIT = ZERO
                       MOVE WS-MAP-SUB TO WS-MAP-HIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-MAP-HIT = ZERO
              GO TO 2800-EXIT
           END-IF

           IF WS-ITEM-ACCT-TYPE = 'L' OR WS-ITEM-ACCT-TYPE = 'R'
              MOVE WS-MAP-DR-GLACCT (WS-MAP-HIT) TO WS-ITEM-GLACCT
           ELSE
              MOVE WS-MAP-CR-GLACCT (WS-MAP-HIT) TO WS-ITEM-GLACCT
           END-IF

           PERFORM 2850-ADD-CONTROL-ACCT THRU 2850-EXIT
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2850-ADD-CONTROL-ACCT.
           MOVE ZERO TO WS-CTL-HIT

           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
              UNTIL WS-CTL-SUB > WS-CTL-COUNT
              IF WS-CTL-GLACCT (WS-CTL-SUB) = WS-ITEM-GLACCT
                 MOVE WS-CTL-SUB TO WS-CTL-HIT
              END-IF
           END-PERFORM

           IF WS-CTL-HIT = ZERO
              IF WS-CTL-COUNT >= 100
                 DISPLAY 'GLPROOF - CONTROL TABLE FULL - '
                         WS-ITEM-GLACCT ' NOT PROVED'
                 GO TO 2850-EXIT
              END-IF
              ADD 1 TO WS-CTL-COUNT
              MOVE WS-CTL-COUNT   TO WS-CTL-HIT
              MOVE WS-ITEM-GLACCT TO WS-CTL-GLACCT (WS-CTL-HIT)
              MOVE ZERO TO WS-CTL-ACCT-BAL (WS-CTL-HIT)
                           WS-CTL-ACCR-BAL (WS-CTL-HIT)
                           WS-CTL-SUSP-BAL (WS-CTL-HIT)
                           WS-CTL-GL-BAL   (WS-CTL-HIT)
              MOVE 'N'  TO WS-CTL-GL-FLAG  (WS-CTL-HIT)
           END-IF
           .
       2850-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-PROVE-CONTROLS.
           MOVE '3000-PROVE-CONTROLS' TO ERR-LOC

           PERFORM 3100-OPEN-BREAK-FILE THRU 3100-EXIT

           WRITE RPT-OP-FIELDS FROM WS-HEADER-LABEL
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           PERFORM 3200-PROVE-ONE-CONTROL THRU 3200-EXIT
              VARYING WS-CTL-SUB FROM 1 BY 1
              UNTIL WS-CTL-SUB > WS-CTL-COUNT

           IF BREAK-FILE-OPEN
              CLOSE WBBRKDB-FILE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE DATE'S EXISTING BREAKS GIVE THE NEXT SEQUENCE NUMBER
      *    AND THE GL PROOF BREAKS ALREADY OPEN FROM AN EARLIER RUN
       3100-OPEN-BREAK-FILE.
           MOVE '3100-OPEN-BREAK-FILE' TO ERR-LOC

           OPEN I-O WBBRKDB-FILE
           IF WBBRKDB-FILE-STATUS = '35'
              OPEN OUTPUT WBBRKDB-FILE
              CLOSE WBBRKDB-FILE
              OPEN I-O WBBRKDB-FILE
           END-IF
           IF WBBRKDB-FILE-STATUS NOT = '00'
              DISPLAY 'GLPROOF - ERROR OPENING WBBRKDB '
                      WBBRKDB-FILE-STATUS
              GO TO 3100-EXIT
           END-IF
           SET BREAK-FILE-OPEN TO TRUE

           MOVE ZERO TO WS-BRK-NEXT-SEQ WS-OBK-COUNT
           MOVE 'N'  TO BRK-SCAN-FLAG
           MOVE WS-DATE-R TO BRK-DATE
           MOVE ZERO      TO BRK-SEQ
           START WBBRKDB-FILE KEY >= BRK-KEY
              INVALID KEY SET BREAK-SCAN-DONE TO TRUE
           END-START

           PERFORM 3150-SCAN-ONE-BREAK THRU 3150-EXIT
              UNTIL BREAK-SCAN-DONE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3150-SCAN-ONE-BREAK.
           READ WBBRKDB-FILE NEXT
              AT END SET BREAK-SCAN-DONE TO TRUE
           END-READ

           IF NOT BREAK-SCAN-DONE
              IF BRK-DATE NOT = WS-DATE-R
                 SET BREAK-SCAN-DONE TO TRUE
              ELSE
                 IF BRK-SEQ > WS-BRK-NEXT-SEQ
                    MOVE BRK-SEQ TO WS-BRK-NEXT-SEQ
                 END-IF
                 IF BRK-SOURCE-GLPROOF AND BRK-STATUS-OPEN
                    AND WS-OBK-COUNT < 100
                    ADD 1 TO WS-OBK-COUNT
                    MOVE BRK-ACCT-NUM TO WS-OBK-GLACCT (WS-OBK-COUNT)
                 END-IF
              END-IF
           END-IF
           .
       3150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CONTROL ACCOUNT MISSING FROM THE GL FILE PROVES AGAINST
      *    A ZERO GL BALANCE, SO IT SURFACES AS A BREAK FOR THE FULL
      *    SUBLEDGER TOTAL RATHER THAN BEING PASSED OVER
       3200-PROVE-ONE-CONTROL.
           MOVE '3200-PROVE-ONE-CONTROL' TO ERR-LOC

           COMPUTE WS-SUB-TOTAL = WS-CTL-ACCT-BAL (WS-CTL-SUB)
                                + WS-CTL-ACCR-BAL (WS-CTL-SUB)
                                + WS-CTL-SUSP-BAL (WS-CTL-SUB)
           COMPUTE WS-DIFF = WS-CTL-GL-BAL (WS-CTL-SUB) - WS-SUB-TOTAL

           MOVE SPACES                       TO WS-DETAIL-LINE
           MOVE WS-CTL-GLACCT (WS-CTL-SUB)   TO WS-D-GLACCT
           MOVE WS-CTL-ACCT-BAL (WS-CTL-SUB) TO WS-D-ACCT-BAL
           MOVE WS-CTL-ACCR-BAL (WS-CTL-SUB) TO WS-D-ACCR-BAL
           MOVE WS-CTL-SUSP-BAL (WS-CTL-SUB) TO WS-D-SUSP-BAL
           MOVE WS-SUB-TOTAL                 TO WS-D-SUB-TOT
           MOVE WS-CTL-GL-BAL (WS-CTL-SUB)   TO WS-D-GL-BAL
           MOVE WS-DIFF                      TO WS-D-DIFF

           IF WS-DIFF = ZERO
              MOVE 'IN BALANCE'     TO WS-D-STATUS
           ELSE
              ADD 1       TO WS-BREAK-COUNT
              ADD WS-DIFF TO WS-NET-DIFF
              PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
           END-IF
           IF NOT WS-CTL-ON-GL (WS-CTL-SUB)
              MOVE 'NOT ON GL FILE' TO WS-D-STATUS
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT
           .
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3300-WRITE-BREAK.
           MOVE '3300-WRITE-BREAK' TO ERR-LOC
           MOVE 'BREAK OPENED'     TO WS-D-STATUS
           MOVE 'N'                TO BRK-DUP-FLAG

           PERFORM VARYING WS-OBK-SUB FROM 1 BY 1
              UNTIL WS-OBK-SUB > WS-OBK-COUNT
              IF WS-OBK-GLACCT (WS-OBK-SUB) =
                 WS-CTL-GLACCT (WS-CTL-SUB)
                 SET BREAK-ALREADY-OPEN TO TRUE
              END-IF
           END-PERFORM

           IF BREAK-ALREADY-OPEN
              MOVE 'BREAK ON FILE'  TO WS-D-STATUS
              GO TO 3300-EXIT
           END-IF

           IF NOT BREAK-FILE-OPEN
              MOVE 'NO BREAK FILE'  TO WS-D-STATUS
              GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-BRK-NEXT-SEQ
           MOVE SPACES          TO WBBRK-RECORD
           MOVE WS-DATE-R       TO BRK-DATE
           MOVE WS-BRK-NEXT-SEQ TO BRK-SEQ
           SET  BRK-SOURCE-GLPROOF TO TRUE
           MOVE SPACES          TO BRK-SSN
           MOVE WS-CTL-GLACCT (WS-CTL-SUB) TO BRK-ACCT-NUM
           MOVE WS-DIFF         TO BRK-AMOUNT
           SET  BRK-STATUS-OPEN TO TRUE
           MOVE SPACES          TO BRK-CLEARED-DATE
           MOVE SPACES          TO BRK-RESOLUTION
           MOVE SPACES          TO BRK-CLEARED-BY

           WRITE WBBRK-RECORD
           IF WBBRKDB-FILE-STATUS NOT = '00'
              DISPLAY 'GLPROOF - ERROR WRITING WBBRKDB '
                      WBBRKDB-FILE-STATUS
              MOVE 'BREAK NOT WRITTEN' TO WS-D-STATUS
           ELSE
              ADD 1 TO WS-NEW-BRK-COUNT
           END-IF
           .
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4000-WRITE-RECORD.
           MOVE '4000-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9000-HOUSEKEEPING.
           MOVE '9000-HOUSEKEEPING' TO ERR-LOC

           MOVE WS-ACCT-COUNT     TO WS-TR-ACCT-CNT
           MOVE WS-UNMAPPED-COUNT TO WS-TR-UNMAP-CNT
           MOVE WS-SUSP-COUNT     TO WS-TR-SUSP-CNT
           MOVE WS-CTL-COUNT      TO WS-TR-CTL-CNT
           MOVE WS-BREAK-COUNT    TO WS-TR-BRK-CNT
           MOVE WS-NEW-BRK-COUNT  TO WS-TR-NEW-CNT
           MOVE WS-NET-DIFF       TO WS-TR-DIFF-AMT
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

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       9000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       9100-WRITE-RUN-STATS.
           MOVE '9100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 9100-EXIT
           END-IF

           MOVE 'GLPROOF ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-ACCT-COUNT     TO RLG-IN-COUNT
           MOVE WS-CTL-COUNT      TO RLG-OUT-COUNT
           MOVE WS-BREAK-COUNT    TO RLG-REJ-COUNT
           MOVE WS-NET-DIFF       TO RLG-DOLLAR-TOTAL
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       9100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-ACR-ERR-CHK.
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
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-MAP-ERR-CHK.
           EVALUATE TRUE
               WHEN GLMAP-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' GLMAP-STAT
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-CTL-ERR-CHK.
           EVALUATE TRUE
               WHEN GLCTLBAL-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' GLCTLBAL-STAT
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
