      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. SURCHRPT.
      ****************************************************************
      * Monthly ATM surcharge revenue by terminal and branch. The    *
      * ICHGPOST acquiring pass leaves one WBSURDB-DD record per     *
      * surcharging terminal per business date, carrying the day's   *
      * surcharged withdrawals, the surcharge revenue settled with   *
      * the network, the GL revenue account it was credited to and   *
      * whether that day's GLSURJNL journal was released. This       *
      * program totals the month per terminal (location from the     *
      * WBTRMDB-DD terminal master when it is installed), prints     *
      * them grouped by branch with branch subtotals, and ties the   *
      * month's revenue to the GL: the amount journalled per GL      *
      * account, and any revenue whose journal was never released.   *
      * Revenue that does not tie ends the run with return code 4.   *
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
           SELECT WBSURDB-FILE
               ASSIGN       TO WBSURDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SUR-KEY
               FILE STATUS  IS WBSURDB-FILE-STATUS WBSURDB-VSAM-CODE.

           SELECT WBTRMDB-FILE
               ASSIGN       TO WBTRMDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TRM-TERM-ID
               FILE STATUS  IS WBTRMDB-FILE-STATUS.

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

       FD  WBSURDB-FILE.
           COPY WBSURREC.

       FD  WBTRMDB-FILE.
           COPY WBTRMREC.

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

       01  WBTRMDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBSURDB-FILE-STATUS.
           05  STA-SUR-STAT1             PIC X(01).
           05  STA-SUR-STAT2             PIC X(01).
       01  WBSURDB-VSAM-CODE.
           05 SUR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 SUR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 SUR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(37)  VALUE
                                    'MONTHLY ATM SURCHARGE REVENUE'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(06)  VALUE 'TERM'.
              10 FILLER        PIC X(32)  VALUE 'LOCATION'.
              10 FILLER        PIC X(10)  VALUE '  WDLS'.
              10 FILLER        PIC X(16)  VALUE '   SURCHARGES'.
              10 FILLER        PIC X(15)  VALUE 'NOT JOURNALLED'.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-BRANCH   PIC X(03).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-D-TERM     PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-LOC      PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-COUNT    PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-UNREL    PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-BRN-LINE.
              10 FILLER        PIC X(07)  VALUE 'BRANCH '.
              10 WS-B-BRANCH   PIC X(03).
              10 FILLER        PIC X(36)  VALUE ' TOTAL'.
              10 WS-B-COUNT    PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-B-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-B-UNREL    PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TERMINALS REPORTED        :'.
              10 WS-TR-TRM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SURCHARGED WITHDRAWALS    :'.
              10 WS-TR-TXN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-MONEY-TRAILER.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-MT-LABEL   PIC X(27)  VALUE SPACES.
              10 WS-MT-AMOUNT  PIC Z(10)9.99-.
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-GL-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(08)  VALUE 'GL ACCT '.
              10 WS-G-ACCT     PIC X(08).
              10 FILLER        PIC X(11)  VALUE '          :'.
              10 WS-G-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-MSG-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-MSG-TEXT   PIC X(60)  VALUE SPACES.
              10 FILLER        PIC X(42)  VALUE SPACES.

      *****************************************************************
      *  PER-TERMINAL SURCHARGE TOTALS FOR THE MONTH - THE BRANCH IS  *
      *  THE ONE ICHGPOST RECORDED ON THE TERMINAL'S LATEST DAY       *
      *****************************************************************
       01  WS-TERM-TABLE.
           05 WS-TERM-COUNT            PIC 9(03)  COMP   VALUE ZERO.
           05 WS-TERM-ENTRY OCCURS 100 TIMES
                            INDEXED BY TRM-IDX.
              10 WS-TERM-ID            PIC X(04).
              10 WS-TERM-BRANCH        PIC X(03).
              10 WS-TERM-TXNS          PIC 9(07)  COMP.
              10 WS-TERM-AMOUNT        PIC S9(13)V99 COMP-3.
              10 WS-TERM-UNRELEASED    PIC S9(13)V99 COMP-3.

      *****************************************************************
      *  PER-BRANCH SUBTOTALS, IN THE ORDER THE BRANCHES FIRST APPEAR *
      *****************************************************************
       01  WS-BRN-TABLE.
           05 WS-BRN-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 50 TIMES
                           INDEXED BY BRN-IDX.
              10 WS-BRN-ID             PIC X(03).
              10 WS-BRN-TXNS           PIC 9(07)  COMP.
              10 WS-BRN-AMOUNT         PIC S9(13)V99 COMP-3.
              10 WS-BRN-UNRELEASED     PIC S9(13)V99 COMP-3.

      *****************************************************************
      *  REVENUE JOURNALLED PER GL ACCOUNT - NORMALLY THE ONE 'U'     *
      *  CARD'S ACCOUNT, MORE ONLY IF THE CARD CHANGED IN THE MONTH   *
      *****************************************************************
       01  WS-GL-TABLE.
           05 WS-GL-COUNT              PIC 9(03)  COMP   VALUE ZERO.
           05 WS-GL-ENTRY OCCURS 10 TIMES
                          INDEXED BY GL-IDX.
              10 WS-GL-ACCT            PIC X(08).
              10 WS-GL-AMOUNT          PIC S9(13)V99 COMP-3.

       01  WS-VARS.
           05 WS-REPORT-MONTH          PIC X(07)     VALUE SPACES.
           05 WS-TOTAL-TXNS            PIC 9(09)     VALUE ZERO.
           05 WS-TOTAL-AMOUNT          PIC S9(13)V99 VALUE ZERO.
           05 WS-JOURNALLED-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05 WS-UNRELEASED-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05 WS-GL-PROOF-TOTAL        PIC S9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'SURCHRPT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 SURDB-AVAIL-FLAG PIC X(01)  VALUE 'N'.
              88 SURCH-HISTORY-AVAILABLE  VALUE 'Y'.
           05 TRMDB-AVAIL-FLAG PIC X(01)  VALUE 'N'.
              88 TERM-MASTER-AVAILABLE    VALUE 'Y'.
           05 GL-TIE-FLAG      PIC X(01)  VALUE 'Y'.
              88 REVENUE-TIES-TO-GL       VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM TOTALS THE MONTH'S ATM SURCHARGE REVENUE PER
      * TERMINAL AND BRANCH AND TIES IT TO THE GL SURCHARGE JOURNALS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

      *    NO HISTORY FILE MEANS NO TERMINAL HAS SURCHARGED YET -
      *    THE REPORT SAYS SO RATHER THAN FAILING THE MONTH-END RUN
           OPEN INPUT WBSURDB-FILE
           IF WBSURDB-FILE-STATUS = '00'
              SET SURCH-HISTORY-AVAILABLE TO TRUE
           END-IF

           IF SURCH-HISTORY-AVAILABLE
              PERFORM 2000-START-MONTH THRU 2000-EXIT
              PERFORM 2100-PROCESS-ONE-DAY
                 THRU 2100-EXIT
                UNTIL END-OF-FILE
              CLOSE WBSURDB-FILE
              MOVE      'ERROR CLOSING WBSURDB' TO ERR-MSG
              PERFORM 9996-SUR-ERR-CHK         THRU 9996-EXIT
           END-IF

           PERFORM 2500-ADD-BRANCH-TOTALS THRU 2500-EXIT
              VARYING TRM-IDX FROM 1 BY 1
              UNTIL TRM-IDX > WS-TERM-COUNT

      *    THE TERMINAL MASTER IS OPTIONAL - WITHOUT IT THE REPORT
      *    PRINTS THE BARE TERMINAL IDS
           OPEN INPUT WBTRMDB-FILE
           IF WBTRMDB-FILE-STATUS = '00'
              SET TERM-MASTER-AVAILABLE TO TRUE
           END-IF

           PERFORM 2600-PRINT-ONE-BRANCH THRU 2600-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > WS-BRN-COUNT

           IF TERM-MASTER-AVAILABLE
              CLOSE WBTRMDB-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           MOVE WS-DATE-R(1:7)           TO WS-REPORT-MONTH

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
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
      *    OVERRIDES BOTH FOR A RERUN OF A PAST MONTH
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
      *    POSITION ON THE FIRST DAY OF THE REPORT MONTH - THE KEY IS
      *    DATE THEN TERMINAL, SO THE MONTH'S RECORDS ARE CONTIGUOUS
       2000-START-MONTH.
           MOVE '2000-START-MONTH'        TO ERR-LOC

           MOVE SPACES                    TO SUR-KEY
           STRING WS-REPORT-MONTH '-01' DELIMITED BY SIZE
                  INTO SUR-DATE
           START WBSURDB-FILE KEY IS NOT LESS THAN SUR-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-PROCESS-ONE-DAY.
           MOVE '2100-PROCESS-ONE-DAY' TO ERR-LOC

           READ WBSURDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF END-OF-FILE
              GO TO 2100-EXIT
           END-IF

           MOVE      'ERROR READING WBSURDB' TO ERR-MSG
           PERFORM 9996-SUR-ERR-CHK         THRU 9996-EXIT

           IF SUR-DATE(1:7) NOT = WS-REPORT-MONTH
              SET END-OF-FILE TO TRUE
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-FIND-TERMINAL THRU 2200-EXIT
           MOVE SUR-BRANCH    TO WS-TERM-BRANCH (TRM-IDX)
           ADD SUR-TXN-COUNT  TO WS-TERM-TXNS (TRM-IDX)
                                 WS-TOTAL-TXNS
           ADD SUR-AMOUNT     TO WS-TERM-AMOUNT (TRM-IDX)
                                 WS-TOTAL-AMOUNT

           IF SUR-JOURNAL-RELEASED
              PERFORM 2300-ADD-GL-ACCOUNT THRU 2300-EXIT
           ELSE
              ADD SUR-AMOUNT  TO WS-TERM-UNRELEASED (TRM-IDX)
                                 WS-UNRELEASED-TOTAL
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-FIND-TERMINAL.
           MOVE '2200-FIND-TERMINAL' TO ERR-LOC

           SET TRM-IDX TO 1
           SEARCH WS-TERM-ENTRY
              AT END
                 IF WS-TERM-COUNT < 100
                    ADD 1 TO WS-TERM-COUNT
                    SET TRM-IDX TO WS-TERM-COUNT
                    MOVE SUR-TERM-ID TO WS-TERM-ID (TRM-IDX)
                    MOVE ZERO TO WS-TERM-TXNS (TRM-IDX)
                                 WS-TERM-AMOUNT (TRM-IDX)
                                 WS-TERM-UNRELEASED (TRM-IDX)
                 ELSE
                    DISPLAY 'SURCHRPT - TERMINAL TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-TERM-ID (TRM-IDX) = SUR-TERM-ID
                 CONTINUE
           END-SEARCH
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-ADD-GL-ACCOUNT.
           MOVE '2300-ADD-GL-ACCOUNT' TO ERR-LOC

           SET GL-IDX TO 1
           SEARCH WS-GL-ENTRY
              AT END
                 IF WS-GL-COUNT < 10
                    ADD 1 TO WS-GL-COUNT
                    SET GL-IDX TO WS-GL-COUNT
                    MOVE SUR-GL-ACCT TO WS-GL-ACCT (GL-IDX)
                    MOVE ZERO        TO WS-GL-AMOUNT (GL-IDX)
                 ELSE
                    DISPLAY 'SURCHRPT - GL ACCOUNT TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-GL-ACCT (GL-IDX) = SUR-GL-ACCT
                 CONTINUE
           END-SEARCH

           ADD SUR-AMOUNT TO WS-GL-AMOUNT (GL-IDX)
                             WS-JOURNALLED-TOTAL
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BRANCHES ARE COLLECTED ONCE THE MONTH IS IN, SO EACH
      *    TERMINAL COUNTS UNDER THE BRANCH OF ITS LATEST DAY
       2500-ADD-BRANCH-TOTALS.
           MOVE '2500-ADD-BRANCH-TOTALS' TO ERR-LOC

           SET BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
              AT END
                 IF WS-BRN-COUNT < 50
                    ADD 1 TO WS-BRN-COUNT
                    SET BRN-IDX TO WS-BRN-COUNT
                    MOVE WS-TERM-BRANCH (TRM-IDX)
                      TO WS-BRN-ID (BRN-IDX)
                    MOVE ZERO TO WS-BRN-TXNS (BRN-IDX)
                                 WS-BRN-AMOUNT (BRN-IDX)
                                 WS-BRN-UNRELEASED (BRN-IDX)
                 ELSE
                    DISPLAY 'SURCHRPT - BRANCH TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-BRN-ID (BRN-IDX) = WS-TERM-BRANCH (TRM-IDX)
                 CONTINUE
           END-SEARCH

           ADD WS-TERM-TXNS (TRM-IDX)
             TO WS-BRN-TXNS (BRN-IDX)
           ADD WS-TERM-AMOUNT (TRM-IDX)
             TO WS-BRN-AMOUNT (BRN-IDX)
           ADD WS-TERM-UNRELEASED (TRM-IDX)
             TO WS-BRN-UNRELEASED (BRN-IDX)
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-PRINT-ONE-BRANCH.
           MOVE '2600-PRINT-ONE-BRANCH' TO ERR-LOC

           PERFORM 2700-PRINT-ONE-TERMINAL THRU 2700-EXIT
              VARYING TRM-IDX FROM 1 BY 1
              UNTIL TRM-IDX > WS-TERM-COUNT

           MOVE WS-BRN-ID (BRN-IDX)         TO WS-B-BRANCH
           MOVE WS-BRN-TXNS (BRN-IDX)       TO WS-B-COUNT
           MOVE WS-BRN-AMOUNT (BRN-IDX)     TO WS-B-AMOUNT
           MOVE WS-BRN-UNRELEASED (BRN-IDX) TO WS-B-UNREL

           WRITE RPT-OP-FIELDS           FROM WS-BRN-LINE
           WRITE RPT-OP-FIELDS           FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2700-PRINT-ONE-TERMINAL.
           MOVE '2700-PRINT-ONE-TERMINAL' TO ERR-LOC

           IF WS-TERM-BRANCH (TRM-IDX) NOT = WS-BRN-ID (BRN-IDX)
              GO TO 2700-EXIT
           END-IF

           MOVE SPACES                        TO WS-DETAIL-LINE
           MOVE WS-TERM-BRANCH (TRM-IDX)      TO WS-D-BRANCH
           MOVE WS-TERM-ID (TRM-IDX)          TO WS-D-TERM
           MOVE WS-TERM-TXNS (TRM-IDX)        TO WS-D-COUNT
           MOVE WS-TERM-AMOUNT (TRM-IDX)      TO WS-D-AMOUNT
           MOVE WS-TERM-UNRELEASED (TRM-IDX)  TO WS-D-UNREL

           IF TERM-MASTER-AVAILABLE
              MOVE WS-TERM-ID (TRM-IDX) TO TRM-TERM-ID
              READ WBTRMDB-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE TRM-LOCATION TO WS-D-LOC
              END-READ
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           WRITE RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2800-PRINT-ONE-GL-ACCOUNT.
           MOVE '2800-PRINT-ONE-GL-ACCOUNT' TO ERR-LOC

           MOVE WS-GL-ACCT (GL-IDX)   TO WS-G-ACCT
           MOVE WS-GL-AMOUNT (GL-IDX) TO WS-G-AMOUNT
           ADD  WS-GL-AMOUNT (GL-IDX) TO WS-GL-PROOF-TOTAL

           WRITE RPT-OP-FIELDS      FROM WS-GL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           IF NOT SURCH-HISTORY-AVAILABLE
              MOVE '*** NO SURCHARGE HISTORY ON FILE (WBSURDB) ***'
                TO WS-MSG-TEXT
              WRITE RPT-OP-FIELDS   FROM WS-MSG-LINE
              WRITE RPT-OP-FIELDS   FROM WS-SPACE
           END-IF

           MOVE WS-TERM-COUNT       TO WS-TR-TRM-CNT
           MOVE WS-TOTAL-TXNS       TO WS-TR-TXN-CNT
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2

           MOVE 'SURCHARGE REVENUE         :' TO WS-MT-LABEL
           MOVE WS-TOTAL-AMOUNT              TO WS-MT-AMOUNT
           WRITE RPT-OP-FIELDS      FROM WS-MONEY-TRAILER
           WRITE RPT-OP-FIELDS      FROM WS-SPACE

      *    THE GL SIDE - WHAT THE RELEASED GLSURJNL JOURNALS CREDITED
      *    TO EACH REVENUE ACCOUNT, THEN WHAT NEVER REACHED THE GL
           PERFORM 2800-PRINT-ONE-GL-ACCOUNT THRU 2800-EXIT
              VARYING GL-IDX FROM 1 BY 1
              UNTIL GL-IDX > WS-GL-COUNT

           MOVE 'JOURNALLED TO THE GL      :' TO WS-MT-LABEL
           MOVE WS-JOURNALLED-TOTAL          TO WS-MT-AMOUNT
           WRITE RPT-OP-FIELDS      FROM WS-MONEY-TRAILER
           MOVE 'NOT JOURNALLED            :' TO WS-MT-LABEL
           MOVE WS-UNRELEASED-TOTAL          TO WS-MT-AMOUNT
           WRITE RPT-OP-FIELDS      FROM WS-MONEY-TRAILER
           WRITE RPT-OP-FIELDS      FROM WS-SPACE

           IF WS-UNRELEASED-TOTAL NOT = ZERO
           OR WS-JOURNALLED-TOTAL + WS-UNRELEASED-TOTAL
              NOT = WS-TOTAL-AMOUNT
           OR WS-GL-PROOF-TOTAL NOT = WS-JOURNALLED-TOTAL
              MOVE 'N' TO GL-TIE-FLAG
           END-IF

           IF REVENUE-TIES-TO-GL
              MOVE 'SURCHARGE REVENUE TIES TO THE GL JOURNALS'
                TO WS-MSG-TEXT
           ELSE
              MOVE '*** SURCHARGE REVENUE DOES NOT TIE TO THE GL ***'
                TO WS-MSG-TEXT
              DISPLAY 'SURCHRPT - REVENUE NOT FULLY JOURNALLED'
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE RPT-OP-FIELDS      FROM WS-MSG-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-SUR-ERR-CHK.
           MOVE WBSURDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBSURDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBSURDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE SUR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE SUR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE SUR-VSAM-REASON-CODE
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
