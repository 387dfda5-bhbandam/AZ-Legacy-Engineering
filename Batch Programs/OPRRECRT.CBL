      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. OPRRECRT.
      ****************************************************************
      * Operator access recertification over WBOPERDB-DD, the        *
      * entitlement file WGRVOPER maintains. Each operator's last    *
      * activity is the latest WBAUDTDB-DD record carrying its OPID  *
      * (AUD-OPID). The PARMIN-DD mode picks the run:                *
      *   REPORT - the quarterly recertification listing. One        *
      *            section per branch names the branch managers      *
      *            (its supervisors) and lists every operator's      *
      *            role, functions, dollar limit, last activity and  *
      *            access status, with keep / change / remove        *
      *            columns for the manager to attest.                *
      *   ATTEST - load the managers' attestations from ATTIN-DD.    *
      *            Keep lifts an idle suspension; change sets the    *
      *            card's role, functions and limit; remove takes    *
      *            every function and the limit away and bars the    *
      *            operator. The record is kept so the history       *
      *            stays on file. The attesting manager must be an   *
      *            unbarred supervisor of the operator's branch and  *
      *            may not attest themselves. Any rejected card      *
      *            ends the run RC=4.                                *
      *   IDLE   - the nightly sweep. Any operator not already       *
      *            barred with no audited activity in the idle days  *
      *            (90 by default) is suspended. A new grant or a    *
      *            reinstatement on WGRVOPER restarts the clock.     *
      *            Any suspension ends the run RC=4.                 *
      * Every attestation and suspension is traced on WBAUDTDB-DD.   *
      * The PARMIN-DD card:                                          *
      *   COLS  1-6   MODE - REPORT, ATTEST OR IDLE (REPORT)         *
      *   COLS  8-17  RUN DATE YYYY-MM-DD (OPTIONAL)                 *
      *   COLS 19-21  IDLE DAYS (90)                                 *
      * The ATTIN-DD card:                                           *
      *   COLS  1-3   OPERATOR ID                                    *
      *   COL   5     K = KEEP, C = CHANGE, R = REMOVE               *
      *   COLS  7-9   ATTESTING MANAGER'S OPERATOR ID                *
      *   COL  11     ROLE, S OR T (CHANGE ONLY)                     *
      *   COLS 13-19  FUNCTIONS Y/N IN WGRVOPER ORDER (CHANGE ONLY)  *
      *   COLS 21-27  DOLLAR LIMIT, WHOLE DOLLARS (CHANGE ONLY)      *
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
           SELECT WBOPERDB-FILE
               ASSIGN       TO WBOPERDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPR-KEY
               FILE STATUS  IS WBOPERDB-FILE-STATUS WBOPERDB-VSAM-CODE.

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

           SELECT WBRUNLOG-FILE
               ASSIGN       TO WBRUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT ATT-FILE   ASSIGN TO ATTIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ATTIN-STAT.

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

       FD  WBOPERDB-FILE.
           COPY WBOPRREC.

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    ONE MANAGER'S ATTESTATION FOR ONE OPERATOR
       FD  ATT-FILE
           RECORD CONTAINS 80.
       01  ATT-RECORD.
           05 ATT-OPID                   PIC X(03).
           05 FILLER                     PIC X(01).
           05 ATT-ACTION                 PIC X(01).
              88 ATT-KEEP                      VALUE 'K'.
              88 ATT-CHANGE                    VALUE 'C'.
              88 ATT-REMOVE                    VALUE 'R'.
           05 FILLER                     PIC X(01).
           05 ATT-MGR-OPID               PIC X(03).
           05 FILLER                     PIC X(01).
           05 ATT-ROLE                   PIC X(01).
           05 FILLER                     PIC X(01).
           05 ATT-FUNCS.
              10 ATT-FUNC-CLOSE          PIC X(01).
              10 ATT-FUNC-ADJUST         PIC X(01).
              10 ATT-FUNC-APPROVE        PIC X(01).
              10 ATT-FUNC-REVERSE        PIC X(01).
              10 ATT-FUNC-RATEMAINT      PIC X(01).
              10 ATT-FUNC-HOLD           PIC X(01).
              10 ATT-FUNC-REVEAL         PIC X(01).
           05 FILLER                     PIC X(01).
           05 ATT-LIMIT                  PIC 9(07).
           05 FILLER                     PIC X(53).

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
           05 PARM-IDLE-DAYS             PIC 9(03).
           05 FILLER                     PIC X(59).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBOPERDB-FILE-STATUS.
           05  STA-OPR-STAT1             PIC X(01).
           05  STA-OPR-STAT2             PIC X(01).
       01  WBOPERDB-VSAM-CODE.
           05 OPR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 OPR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 OPR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
              10 FILLER        PIC X(44)  VALUE
                  'OPERATOR ACCESS RECERTIFICATION'.
              10 FILLER        PIC X(37)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-PARM-LINE.
              10 FILLER        PIC X(05)  VALUE 'MODE '.
              10 WS-P-MODE     PIC X(06).
              10 FILLER        PIC X(12)  VALUE '  IDLE DAYS '.
              10 WS-P-DAYS     PIC ZZ9.
              10 FILLER        PIC X(23)  VALUE
                                    '  NO ACTIVITY SINCE    '.
              10 WS-P-CUTOFF   PIC X(10).
              10 FILLER        PIC X(73)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-S-TITLE    PIC X(60).
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-TEXT-LINE     PIC X(132) VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(10)  VALUE '    NONE'.
              10 FILLER        PIC X(122) VALUE SPACES.

           05 WS-BRANCH-HEAD.
              10 FILLER        PIC X(07)  VALUE 'BRANCH '.
              10 WS-BH-BRANCH  PIC X(03).
              10 FILLER        PIC X(12)  VALUE '  MANAGERS: '.
              10 WS-BH-MGRS    PIC X(60).
              10 FILLER        PIC X(50)  VALUE SPACES.

           05 WS-OPR-LABEL.
              10 FILLER        PIC X(06)  VALUE 'OPID'.
              10 FILLER        PIC X(05)  VALUE 'ROLE'.
              10 FILLER        PIC X(11)  VALUE 'FUNCTIONS'.
              10 FILLER        PIC X(16)  VALUE ' DOLLAR LIMIT'.
              10 FILLER        PIC X(13)  VALUE 'LAST ACTIVE'.
              10 FILLER        PIC X(33)  VALUE 'ACCESS STATUS'.
              10 FILLER        PIC X(24)  VALUE
                                    'KEEP    CHANGE   REMOVE'.
              10 FILLER        PIC X(24)  VALUE SPACES.

           05 WS-OPR-LINE.
              10 WS-O-OPID     PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-O-ROLE     PIC X(01).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-O-FUNCS    PIC X(07).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-O-LIMIT    PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-O-LAST     PIC X(10).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-O-STATUS   PIC X(30).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 FILLER        PIC X(24)  VALUE
                                    ' [ ]     [ ]      [ ]'.
              10 FILLER        PIC X(24)  VALUE SPACES.

           05 WS-ATT-LABEL.
              10 FILLER        PIC X(06)  VALUE 'OPID'.
              10 FILLER        PIC X(08)  VALUE 'ACTION'.
              10 FILLER        PIC X(09)  VALUE 'MANAGER'.
              10 FILLER        PIC X(109) VALUE 'RESULT'.

           05 WS-ATT-LINE.
              10 WS-A-OPID     PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-A-ACTION   PIC X(06).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-A-MGR      PIC X(03).
              10 FILLER        PIC X(06)  VALUE SPACES.
              10 WS-A-RESULT   PIC X(50).
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-IDLE-LABEL.
              10 FILLER        PIC X(06)  VALUE 'OPID'.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(06)  VALUE 'ROLE'.
              10 FILLER        PIC X(13)  VALUE 'LAST ACTIVE'.
              10 FILLER        PIC X(13)  VALUE 'ACCESS FROM'.
              10 FILLER        PIC X(86)  VALUE 'ACTION'.

           05 WS-IDLE-LINE.
              10 WS-I-OPID     PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-I-BRANCH   PIC X(03).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-I-ROLE     PIC X(01).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-I-LAST     PIC X(10).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-I-FROM     PIC X(10).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 FILLER        PIC X(86)  VALUE 'SUSPENDED'.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-COUNT-TRAILER.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-CT-LABEL   PIC X(27)  VALUE SPACES.
              10 WS-CT-COUNT   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  THE LATEST AUDITED ACTIVITY (YYYYMMDD) FOR EACH OPERATOR ID  *
      *  SEEN ON WBAUDTDB                                             *
      *****************************************************************
       01  WS-ACT-TABLE.
           05 WS-ACT-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-ACT-ENTRY OCCURS 3000 TIMES
                           INDEXED BY ACT-IDX.
              10 WS-ACT-OPID           PIC X(03).
              10 WS-ACT-LAST-DATE      PIC 9(08).

      *****************************************************************
      *  EVERY OPERATOR ON WBOPERDB, FOR THE BRANCH-BY-BRANCH REPORT  *
      *****************************************************************
       01  WS-OPR-TABLE.
           05 WS-OPR-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-OPR-ENTRY OCCURS 3000 TIMES
                           INDEXED BY OPR-IDX.
              10 WS-OPR-OPID           PIC X(03).
              10 WS-OPR-ROLE           PIC X(01).
              10 WS-OPR-FUNCS          PIC X(07).
              10 WS-OPR-LIMIT          PIC S9(7)V99  COMP-3.
              10 WS-OPR-BRANCH         PIC X(03).
              10 WS-OPR-STATUS         PIC X(01).
                 88 WS-OPR-BARRED                VALUE 'S' 'X'.
              10 WS-OPR-STAT-DATE      PIC 9(08).
              10 WS-OPR-STAT-OPID      PIC X(03).
              10 WS-OPR-LAST-DATE      PIC 9(08).

      *****************************************************************
      *  THE BRANCHES THE OPERATORS BELONG TO, KEPT IN BRANCH ORDER   *
      *****************************************************************
       01  WS-BRN-TABLE.
           05 WS-BRN-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 300 TIMES
                           INDEXED BY BRN-IDX.
              10 WS-BRN-CODE           PIC X(03).

       01  WS-VARS.
           05 WS-RUN-MODE              PIC X(06)     VALUE 'REPORT'.
              88 MODE-REPORT                         VALUE 'REPORT'.
              88 MODE-ATTEST                         VALUE 'ATTEST'.
              88 MODE-IDLE                           VALUE 'IDLE  '.
           05 WS-IDLE-DAYS             PIC 9(03)     VALUE 90.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-CUTOFF-NUM            PIC 9(08)     VALUE ZERO.
           05 WS-AUD-DATE-X            PIC X(08)     VALUE SPACES.
           05 WS-AUD-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-AUD-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-OPR-READ              PIC 9(07)     VALUE ZERO.
           05 WS-ATT-READ              PIC 9(07)     VALUE ZERO.
           05 WS-ATT-ACCEPTED          PIC 9(07)     VALUE ZERO.
           05 WS-ATT-REJECTED          PIC 9(07)     VALUE ZERO.
           05 WS-SUSPEND-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-AUDIT-SEQ             PIC 9(10)     VALUE ZERO.
           05 WS-BRN-SUB               PIC 9(03)     VALUE ZERO.
           05 WS-MGR-PTR               PIC 9(03)     VALUE ZERO.
           05 WS-FUNC-TALLY            PIC 9(02)     VALUE ZERO.
           05 WS-WORK-OPID             PIC X(03)     VALUE SPACES.
           05 WS-WORK-BRANCH           PIC X(03)     VALUE SPACES.
           05 WS-WORK-STATUS           PIC X(01)     VALUE SPACES.
           05 WS-WORK-STAT-DATE        PIC 9(08)     VALUE ZERO.
           05 WS-WORK-STAT-OPID        PIC X(03)     VALUE SPACES.
           05 WS-WORK-STATUS-TEXT      PIC X(30)     VALUE SPACES.
           05 WS-LAST-AUD-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-IDLE-BASE-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-FMT-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-FMT-DATE-X            PIC X(10)     VALUE SPACES.
           05 WS-MGR-BRANCH            PIC X(03)     VALUE SPACES.
           05 WS-ACTION-WORD           PIC X(06)     VALUE SPACES.
           05 WS-REJECT-REASON         PIC X(40)     VALUE SPACES.
           05 WS-RESULT-TEXT           PIC X(50)     VALUE SPACES.
           05 WS-AUDIT-OPID            PIC X(03)     VALUE SPACES.
           05 WS-AUDIT-TEXT            PIC X(80)     VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'OPRRECRT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ATTIN-STAT       PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ATT-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 ATT-END-OF-FILE          VALUE 'Y'.
           05 SHIFT-DONE-FLAG  PIC X(01)  VALUE 'N'.
              88 SHIFT-DONE               VALUE 'Y'.
           05 REWRITE-FLAG     PIC X(01)  VALUE 'N'.
              88 REWRITE-NEEDED           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM RECERTIFIES OPERATOR ACCESS - THE QUARTERLY
      * MANAGER LISTING, THE LOAD OF THE MANAGERS' ATTESTATIONS AND
      * THE NIGHTLY SUSPENSION OF IDLE OPERATORS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 1500-SCAN-AUDIT   THRU 1500-EXIT

           EVALUATE TRUE
              WHEN MODE-ATTEST
                 PERFORM 3000-LOAD-ATTESTATIONS THRU 3000-EXIT
              WHEN MODE-IDLE
                 PERFORM 4000-IDLE-SWEEP        THRU 4000-EXIT
              WHEN OTHER
                 PERFORM 2000-RECERT-REPORT     THRU 2000-EXIT
           END-EVALUATE

           PERFORM 6000-HOUSEKEEPING THRU 6000-EXIT
           PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           MOVE WS-RUN-MODE          TO WS-P-MODE
           MOVE WS-IDLE-DAYS         TO WS-P-DAYS
           MOVE WS-CUTOFF-NUM        TO WS-FMT-DATE-NUM
           PERFORM 8600-FORMAT-DATE  THRU 8600-EXIT
           MOVE WS-FMT-DATE-X        TO WS-P-CUTOFF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-PARM-LINE
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
              IF PARM-MODE NOT = SPACES
                 MOVE PARM-MODE           TO WS-RUN-MODE
              END-IF
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
              IF PARM-IDLE-DAYS IS NUMERIC
                 AND PARM-IDLE-DAYS > 0
                 MOVE PARM-IDLE-DAYS      TO WS-IDLE-DAYS
              END-IF
           END-IF

           IF NOT MODE-REPORT AND NOT MODE-ATTEST AND NOT MODE-IDLE
              DISPLAY 'OPRRECRT - INVALID MODE ' WS-RUN-MODE
                      ' - USE REPORT, ATTEST OR IDLE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-IDLE-DAYS)
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL MEASURES FROM THE RIGHT BUSINESS DAY; THE
      *    PARM RUN DATE STILL OVERRIDES BOTH FOR BACKDATED RERUNS
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
      *    ONE PASS OVER THE WHOLE AUDIT FILE - IT IS KEYED BY SSN AND
      *    ACCOUNT FIRST, SO EVERY RECORD IS READ. WITHOUT THE AUDIT
      *    FILE THERE IS NO ACTIVITY TO GO ON AND THE RUN STOPS.
       1500-SCAN-AUDIT.
           MOVE '1500-SCAN-AUDIT'        TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           OPEN INPUT WBAUDTDB-FILE
           MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
           PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT

           PERFORM 1510-SCAN-ONE-AUDIT THRU 1510-EXIT
              UNTIL END-OF-FILE

           CLOSE WBAUDTDB-FILE
           .
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLINE PROGRAMS STAMP AUD-DATE YYYYMMDD, BATCH PROGRAMS
      *    YYYY-MM-DD - BOTH ARE TAKEN TO YYYYMMDD. THE RUN'S OWN
      *    AUDIT SEQUENCE STARTS PAST ANY BATCH TRACE ALREADY ON
      *    FILE FOR THE RUN DATE.
       1510-SCAN-ONE-AUDIT.
           MOVE '1510-SCAN-ONE-AUDIT' TO ERR-LOC

           READ WBAUDTDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF END-OF-FILE
              GO TO 1510-EXIT
           END-IF

           ADD 1 TO WS-AUD-COUNT

           IF AUD-SSN = SPACES AND AUD-ACCT-NUM = SPACES
              AND AUD-DATE = WS-DATE-R
              AND AUD-SEQ-NUM > WS-AUDIT-SEQ
              MOVE AUD-SEQ-NUM TO WS-AUDIT-SEQ
           END-IF

           IF AUD-OPID = SPACES
              GO TO 1510-EXIT
           END-IF

           IF AUD-DATE(5:1) = '-'
              STRING AUD-DATE(1:4) AUD-DATE(6:2) AUD-DATE(9:2)
                     DELIMITED BY SIZE
                     INTO WS-AUD-DATE-X
           ELSE
              MOVE AUD-DATE(1:8) TO WS-AUD-DATE-X
           END-IF
           IF WS-AUD-DATE-X IS NOT NUMERIC
              GO TO 1510-EXIT
           END-IF
           MOVE WS-AUD-DATE-X TO WS-AUD-DATE-NUM

           SET ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 IF WS-ACT-COUNT < 3000
                    ADD 1 TO WS-ACT-COUNT
                    SET ACT-IDX TO WS-ACT-COUNT
                    MOVE AUD-OPID        TO WS-ACT-OPID (ACT-IDX)
                    MOVE WS-AUD-DATE-NUM TO WS-ACT-LAST-DATE (ACT-IDX)
                 ELSE
                    DISPLAY 'OPRRECRT - ACTIVITY TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-ACT-OPID (ACT-IDX) = AUD-OPID
                 IF WS-AUD-DATE-NUM > WS-ACT-LAST-DATE (ACT-IDX)
                    MOVE WS-AUD-DATE-NUM TO WS-ACT-LAST-DATE (ACT-IDX)
                 END-IF
           END-SEARCH
           .
       1510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE QUARTERLY LISTING - EVERY OPERATOR, BRANCH BY BRANCH,
      *    FOR THE BRANCH MANAGERS TO ATTEST
      *-----------------------------------------------------------------
       2000-RECERT-REPORT.
           MOVE '2000-RECERT-REPORT'     TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           OPEN INPUT WBOPERDB-FILE
           MOVE       'ERROR OPENING WBOPERDB'   TO ERR-MSG
           PERFORM 9996-OPR-ERR-CHK            THRU 9996-EXIT

           PERFORM 2010-LOAD-ONE-OPERATOR THRU 2010-EXIT
              UNTIL END-OF-FILE

           CLOSE WBOPERDB-FILE

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'FUNCTIONS READ CLOSE, ADJUST, APPROVE, REVERSE, '
                  'RATE MAINTENANCE, HOLD, REVEAL' DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE RPT-OP-FIELDS FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'RETURN EACH ATTESTATION ON AN ATTIN CARD - '
                  'OPID, K/C/R, MANAGER OPID, AND FOR A CHANGE THE '
                  'ROLE, FUNCTIONS AND WHOLE-DOLLAR LIMIT'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE RPT-OP-FIELDS FROM WS-TEXT-LINE

           IF WS-OPR-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-SPACE
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-PRINT-BRANCH THRU 2100-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > WS-BRN-COUNT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2010-LOAD-ONE-OPERATOR.
           MOVE '2010-LOAD-ONE-OPERATOR' TO ERR-LOC

           READ WBOPERDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF END-OF-FILE
              GO TO 2010-EXIT
           END-IF

           ADD 1 TO WS-OPR-READ
           IF WS-OPR-COUNT NOT < 3000
              DISPLAY 'OPRRECRT - OPERATOR TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2900-OPERATOR-ACTIVITY THRU 2900-EXIT

           ADD 1 TO WS-OPR-COUNT
           SET OPR-IDX TO WS-OPR-COUNT
           MOVE OPR-OPID          TO WS-OPR-OPID (OPR-IDX)
           MOVE OPR-ROLE          TO WS-OPR-ROLE (OPR-IDX)
           MOVE OPR-DOLLAR-LIMIT  TO WS-OPR-LIMIT (OPR-IDX)
           MOVE OPR-BRANCH        TO WS-OPR-BRANCH (OPR-IDX)
           MOVE OPR-ACCESS-STATUS TO WS-OPR-STATUS (OPR-IDX)
           MOVE WS-WORK-STAT-DATE TO WS-OPR-STAT-DATE (OPR-IDX)
           MOVE OPR-STATUS-OPID   TO WS-OPR-STAT-OPID (OPR-IDX)
           MOVE WS-LAST-AUD-NUM   TO WS-OPR-LAST-DATE (OPR-IDX)
           STRING OPR-FUNC-CLOSE OPR-FUNC-ADJUST OPR-FUNC-APPROVE
                  OPR-FUNC-REVERSE OPR-FUNC-RATEMAINT OPR-FUNC-HOLD
                  OPR-FUNC-REVEAL DELIMITED BY SIZE
                  INTO WS-OPR-FUNCS (OPR-IDX)

           MOVE OPR-BRANCH TO WS-WORK-BRANCH
           PERFORM 2020-ADD-BRANCH THRU 2020-EXIT
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A BRANCH NOT YET LISTED GOES INTO ITS PLACE IN BRANCH
      *    ORDER - THE ENTRIES ABOVE IT MOVE UP ONE
       2020-ADD-BRANCH.
           SET BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
              AT END
                 CONTINUE
              WHEN WS-BRN-CODE (BRN-IDX) = WS-WORK-BRANCH
                 GO TO 2020-EXIT
           END-SEARCH

           IF WS-BRN-COUNT NOT < 300
              DISPLAY 'OPRRECRT - BRANCH TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-BRN-COUNT
           MOVE WS-BRN-COUNT TO WS-BRN-SUB
           MOVE 'N'          TO SHIFT-DONE-FLAG
           PERFORM 2025-SHIFT-BRANCH THRU 2025-EXIT
              UNTIL SHIFT-DONE
           MOVE WS-WORK-BRANCH TO WS-BRN-CODE (WS-BRN-SUB)
           .
       2020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2025-SHIFT-BRANCH.
           IF WS-BRN-SUB = 1
              SET SHIFT-DONE TO TRUE
              GO TO 2025-EXIT
           END-IF
           IF WS-BRN-CODE (WS-BRN-SUB - 1) NOT > WS-WORK-BRANCH
              SET SHIFT-DONE TO TRUE
              GO TO 2025-EXIT
           END-IF

           MOVE WS-BRN-CODE (WS-BRN-SUB - 1)
             TO WS-BRN-CODE (WS-BRN-SUB)
           SUBTRACT 1 FROM WS-BRN-SUB
           .
       2025-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE BRANCH'S SECTION - ITS MANAGERS ARE THE UNBARRED
      *    SUPERVISORS ASSIGNED TO IT
       2100-PRINT-BRANCH.
           MOVE '2100-PRINT-BRANCH' TO ERR-LOC

           MOVE WS-BRN-CODE (BRN-IDX) TO WS-WORK-BRANCH
           MOVE WS-WORK-BRANCH        TO WS-BH-BRANCH
           MOVE SPACES                TO WS-BH-MGRS
           MOVE 1                     TO WS-MGR-PTR
           PERFORM 2110-ADD-MANAGER THRU 2110-EXIT
              VARYING OPR-IDX FROM 1 BY 1
              UNTIL OPR-IDX > WS-OPR-COUNT
           IF WS-BH-MGRS = SPACES
              MOVE 'NONE ON FILE - REFER TO THE REGIONAL MANAGER'
                TO WS-BH-MGRS
           END-IF
           IF WS-WORK-BRANCH = SPACES
              MOVE '---' TO WS-BH-BRANCH
           END-IF

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-BRANCH-HEAD
           WRITE RPT-OP-FIELDS FROM WS-OPR-LABEL

           PERFORM 2120-PRINT-OPERATOR THRU 2120-EXIT
              VARYING OPR-IDX FROM 1 BY 1
              UNTIL OPR-IDX > WS-OPR-COUNT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-ADD-MANAGER.
           IF WS-OPR-BRANCH (OPR-IDX) NOT = WS-WORK-BRANCH
              OR WS-OPR-ROLE (OPR-IDX) NOT = 'S'
              OR WS-OPR-BARRED (OPR-IDX)
              GO TO 2110-EXIT
           END-IF
           IF WS-MGR-PTR > 57
              GO TO 2110-EXIT
           END-IF

           STRING WS-OPR-OPID (OPR-IDX) ' ' DELIMITED BY SIZE
                  INTO WS-BH-MGRS WITH POINTER WS-MGR-PTR
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2120-PRINT-OPERATOR.
           IF WS-OPR-BRANCH (OPR-IDX) NOT = WS-WORK-BRANCH
              GO TO 2120-EXIT
           END-IF

           MOVE WS-OPR-OPID (OPR-IDX)   TO WS-O-OPID
           MOVE WS-OPR-ROLE (OPR-IDX)   TO WS-O-ROLE
           MOVE WS-OPR-FUNCS (OPR-IDX)  TO WS-O-FUNCS
           MOVE WS-OPR-LIMIT (OPR-IDX)  TO WS-O-LIMIT

           MOVE WS-OPR-LAST-DATE (OPR-IDX) TO WS-FMT-DATE-NUM
           PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
           MOVE WS-FMT-DATE-X           TO WS-O-LAST

           MOVE WS-OPR-STATUS (OPR-IDX)    TO WS-WORK-STATUS
           MOVE WS-OPR-STAT-DATE (OPR-IDX) TO WS-WORK-STAT-DATE
           MOVE WS-OPR-STAT-OPID (OPR-IDX) TO WS-WORK-STAT-OPID
           PERFORM 2950-FORMAT-STATUS THRU 2950-EXIT
           MOVE WS-WORK-STATUS-TEXT     TO WS-O-STATUS

           WRITE RPT-OP-FIELDS FROM WS-OPR-LINE
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CURRENT WBOPERDB RECORD'S STATUS DATE (ZERO ON A RECORD
      *    WRITTEN BEFORE IT WAS KEPT) AND ITS LATEST AUDITED ACTIVITY
       2900-OPERATOR-ACTIVITY.
           MOVE ZERO TO WS-WORK-STAT-DATE
                        WS-LAST-AUD-NUM
           IF OPR-STATUS-DATE IS NUMERIC
              MOVE OPR-STATUS-DATE TO WS-WORK-STAT-DATE
           END-IF

           SET ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ACT-OPID (ACT-IDX) = OPR-OPID
                 MOVE WS-ACT-LAST-DATE (ACT-IDX) TO WS-LAST-AUD-NUM
           END-SEARCH
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2950-FORMAT-STATUS.
           MOVE SPACES            TO WS-WORK-STATUS-TEXT
           MOVE WS-WORK-STAT-DATE TO WS-FMT-DATE-NUM
           PERFORM 8600-FORMAT-DATE THRU 8600-EXIT

           EVALUATE WS-WORK-STATUS
              WHEN 'S'
                 STRING 'SUSPENDED ' WS-FMT-DATE-X
                        DELIMITED BY SIZE
                        INTO WS-WORK-STATUS-TEXT
              WHEN 'X'
                 STRING 'REMOVED ' WS-FMT-DATE-X
                        ' BY ' WS-WORK-STAT-OPID
                        DELIMITED BY SIZE
                        INTO WS-WORK-STATUS-TEXT
              WHEN 'R'
                 STRING 'REINSTATED ' WS-FMT-DATE-X
                        ' BY ' WS-WORK-STAT-OPID
                        DELIMITED BY SIZE
                        INTO WS-WORK-STATUS-TEXT
              WHEN OTHER
                 MOVE 'ACTIVE' TO WS-WORK-STATUS-TEXT
           END-EVALUATE
           .
       2950-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOAD THE MANAGERS' ATTESTATIONS. EACH CARD IS CHECKED
      *    AGAINST THE ATTESTING MANAGER'S OWN RECORD BEFORE IT
      *    TOUCHES THE OPERATOR'S.
      *-----------------------------------------------------------------
       3000-LOAD-ATTESTATIONS.
           MOVE '3000-LOAD-ATTESTATIONS' TO ERR-LOC
           MOVE 'N'                      TO ATT-EOF-FLAG

           OPEN INPUT ATT-FILE
           IF ATTIN-STAT NOT = 0
              DISPLAY 'OPRRECRT - ATTIN OPEN FAILED: ' ATTIN-STAT
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF

           OPEN I-O WBOPERDB-FILE
           MOVE       'ERROR OPENING WBOPERDB'   TO ERR-MSG
           PERFORM 9996-OPR-ERR-CHK            THRU 9996-EXIT

           OPEN I-O WBAUDTDB-FILE
           MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
           PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'ATTESTATIONS LOADED' TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-ATT-LABEL

           PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
              UNTIL ATT-END-OF-FILE

           IF WS-ATT-READ = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF

           CLOSE ATT-FILE
           CLOSE WBOPERDB-FILE
           CLOSE WBAUDTDB-FILE
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3100-APPLY-ONE-CARD.
           MOVE '3100-APPLY-ONE-CARD' TO ERR-LOC

           READ ATT-FILE
              AT END SET ATT-END-OF-FILE TO TRUE
           END-READ
           IF ATT-END-OF-FILE OR ATT-OPID = SPACES
              GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-ATT-READ
           MOVE SPACES TO WS-REJECT-REASON
                          WS-RESULT-TEXT
           MOVE 'N'    TO REWRITE-FLAG
           EVALUATE TRUE
              WHEN ATT-KEEP   MOVE 'KEEP  ' TO WS-ACTION-WORD
              WHEN ATT-CHANGE MOVE 'CHANGE' TO WS-ACTION-WORD
              WHEN ATT-REMOVE MOVE 'REMOVE' TO WS-ACTION-WORD
              WHEN OTHER
                 MOVE ATT-ACTION TO WS-ACTION-WORD
                 MOVE 'ACTION MUST BE K, C OR R' TO WS-REJECT-REASON
                 GO TO 3100-REJECT
           END-EVALUATE

           IF ATT-MGR-OPID = SPACES
              MOVE 'NO ATTESTING MANAGER' TO WS-REJECT-REASON
              GO TO 3100-REJECT
           END-IF
           IF ATT-MGR-OPID = ATT-OPID
              MOVE 'A MANAGER MAY NOT ATTEST THEMSELVES'
                TO WS-REJECT-REASON
              GO TO 3100-REJECT
           END-IF

      *    THE ATTESTING MANAGER
           MOVE ATT-MGR-OPID TO OPR-OPID
           READ WBOPERDB-FILE
              INVALID KEY
                 MOVE 'MANAGER NOT ON WBOPERDB' TO WS-REJECT-REASON
                 GO TO 3100-REJECT
           END-READ
           IF NOT OPR-ROLE-SUPERVISOR
              MOVE 'MANAGER IS NOT A SUPERVISOR' TO WS-REJECT-REASON
              GO TO 3100-REJECT
           END-IF
           IF OPR-ACCESS-BARRED
              MOVE 'MANAGER ACCESS IS SUSPENDED OR REMOVED'
                TO WS-REJECT-REASON
              GO TO 3100-REJECT
           END-IF
           MOVE OPR-BRANCH TO WS-MGR-BRANCH

      *    THE OPERATOR ATTESTED
           MOVE ATT-OPID TO OPR-OPID
           READ WBOPERDB-FILE
              INVALID KEY
                 MOVE 'OPERATOR NOT ON WBOPERDB' TO WS-REJECT-REASON
                 GO TO 3100-REJECT
           END-READ
           IF OPR-BRANCH NOT = SPACES
              AND OPR-BRANCH NOT = WS-MGR-BRANCH
              MOVE 'MANAGER IS NOT OF THE OPERATOR''S BRANCH'
                TO WS-REJECT-REASON
              GO TO 3100-REJECT
           END-IF

           EVALUATE TRUE
              WHEN ATT-KEEP
                 PERFORM 3200-KEEP-OPERATOR   THRU 3200-EXIT
              WHEN ATT-CHANGE
                 PERFORM 3300-CHANGE-OPERATOR THRU 3300-EXIT
              WHEN ATT-REMOVE
                 PERFORM 3400-REMOVE-OPERATOR THRU 3400-EXIT
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 3100-REJECT
           END-IF

           IF REWRITE-NEEDED
              REWRITE WBOPR-RECORD
              MOVE 'ERROR REWRITING WBOPERDB' TO ERR-MSG
              PERFORM 9996-OPR-ERR-CHK      THRU 9996-EXIT
           END-IF

           MOVE ATT-MGR-OPID   TO WS-AUDIT-OPID
           MOVE SPACES         TO WS-AUDIT-TEXT
           STRING 'OPERATOR ' ATT-OPID ' ' WS-ACTION-WORD
                  ' ATTESTED AT RECERTIFICATION BY ' ATT-MGR-OPID
                  ' - ' WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT

           ADD 1 TO WS-ATT-ACCEPTED
           GO TO 3100-PRINT
           .
       3100-REJECT.
           ADD 1 TO WS-ATT-REJECTED
           STRING 'REJECTED - ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT
           .
       3100-PRINT.
           MOVE ATT-OPID       TO WS-A-OPID
           MOVE WS-ACTION-WORD TO WS-A-ACTION
           MOVE ATT-MGR-OPID   TO WS-A-MGR
           MOVE WS-RESULT-TEXT TO WS-A-RESULT
           WRITE RPT-OP-FIELDS FROM WS-ATT-LINE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    KEEP - THE MANAGER STILL NEEDS THE OPERATOR AS GRANTED. AN
      *    IDLE SUSPENSION IS LIFTED AND RESTARTS THE IDLE CLOCK; A
      *    REMOVED OPERATOR NEEDS A NEW GRANT ON WGRVOPER.
       3200-KEEP-OPERATOR.
           IF OPR-ACCESS-REMOVED
              MOVE 'OPERATOR WAS REMOVED - GRANT AGAIN ON WGRVOPER'
                TO WS-REJECT-REASON
              GO TO 3200-EXIT
           END-IF

           IF OPR-ACCESS-SUSPENDED
              MOVE 'R'             TO OPR-ACCESS-STATUS
              MOVE WS-RUN-DATE-NUM TO OPR-STATUS-DATE
              MOVE ATT-MGR-OPID    TO OPR-STATUS-OPID
              SET REWRITE-NEEDED   TO TRUE
              MOVE 'KEPT - SUSPENSION LIFTED' TO WS-RESULT-TEXT
           ELSE
              MOVE 'KEPT'                     TO WS-RESULT-TEXT
           END-IF
           .
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CHANGE - THE CARD'S ROLE, FUNCTIONS AND LIMIT REPLACE THE
      *    GRANT. THE MANAGER IS ATTESTING CONTINUED ACCESS, SO A
      *    SUSPENSION IS LIFTED AND A REMOVED OPERATOR IS ACTIVE AGAIN.
       3300-CHANGE-OPERATOR.
           MOVE ZERO TO WS-FUNC-TALLY
           INSPECT ATT-FUNCS TALLYING WS-FUNC-TALLY
                   FOR ALL 'Y' ALL 'N'
           IF (ATT-ROLE NOT = 'S' AND ATT-ROLE NOT = 'T')
              OR WS-FUNC-TALLY NOT = 7
              OR ATT-LIMIT IS NOT NUMERIC
              MOVE 'ROLE, FUNCTIONS OR LIMIT NOT VALID'
                TO WS-REJECT-REASON
              GO TO 3300-EXIT
           END-IF

           MOVE ATT-ROLE           TO OPR-ROLE
           MOVE ATT-FUNC-CLOSE     TO OPR-FUNC-CLOSE
           MOVE ATT-FUNC-ADJUST    TO OPR-FUNC-ADJUST
           MOVE ATT-FUNC-APPROVE   TO OPR-FUNC-APPROVE
           MOVE ATT-FUNC-REVERSE   TO OPR-FUNC-REVERSE
           MOVE ATT-FUNC-RATEMAINT TO OPR-FUNC-RATEMAINT
           MOVE ATT-FUNC-HOLD      TO OPR-FUNC-HOLD
           MOVE ATT-FUNC-REVEAL    TO OPR-FUNC-REVEAL
           MOVE ATT-LIMIT          TO OPR-DOLLAR-LIMIT
           MOVE 'CHANGED'          TO WS-RESULT-TEXT

           EVALUATE TRUE
              WHEN OPR-ACCESS-SUSPENDED
                 MOVE 'R'   TO OPR-ACCESS-STATUS
                 MOVE 'CHANGED - SUSPENSION LIFTED' TO WS-RESULT-TEXT
              WHEN OPR-ACCESS-REMOVED
                 MOVE SPACE TO OPR-ACCESS-STATUS
                 MOVE 'CHANGED - ACCESS RESTORED'   TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE WS-RUN-DATE-NUM    TO OPR-STATUS-DATE
           MOVE ATT-MGR-OPID       TO OPR-STATUS-OPID
           SET REWRITE-NEEDED      TO TRUE
           .
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    REMOVE - EVERY FUNCTION AND THE LIMIT ARE TAKEN AWAY AND
      *    THE OPERATOR IS BARRED. THE RECORD STAYS: AN OPID MISSING
      *    FROM WBOPERDB IS LET THROUGH THE ONLINE SUPERVISOR CHECKS.
       3400-REMOVE-OPERATOR.
           IF OPR-ACCESS-REMOVED
              MOVE 'ALREADY REMOVED' TO WS-RESULT-TEXT
              GO TO 3400-EXIT
           END-IF

           MOVE 'T'             TO OPR-ROLE
           MOVE 'N'             TO OPR-FUNC-CLOSE
                                   OPR-FUNC-ADJUST
                                   OPR-FUNC-APPROVE
                                   OPR-FUNC-REVERSE
                                   OPR-FUNC-RATEMAINT
                                   OPR-FUNC-HOLD
                                   OPR-FUNC-REVEAL
           MOVE ZERO            TO OPR-DOLLAR-LIMIT
           MOVE 'X'             TO OPR-ACCESS-STATUS
           MOVE WS-RUN-DATE-NUM TO OPR-STATUS-DATE
           MOVE ATT-MGR-OPID    TO OPR-STATUS-OPID
           SET REWRITE-NEEDED   TO TRUE
           MOVE 'REMOVED'       TO WS-RESULT-TEXT
           .
       3400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE NIGHTLY SWEEP - AN OPERATOR IS IDLE WHEN NEITHER ITS
      *    LATEST AUDITED ACTIVITY NOR ITS LAST GRANT OR REINSTATEMENT
      *    FALLS ON OR AFTER THE CUTOFF DATE
      *-----------------------------------------------------------------
       4000-IDLE-SWEEP.
           MOVE '4000-IDLE-SWEEP'        TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           OPEN I-O WBOPERDB-FILE
           MOVE       'ERROR OPENING WBOPERDB'   TO ERR-MSG
           PERFORM 9996-OPR-ERR-CHK            THRU 9996-EXIT

           OPEN I-O WBAUDTDB-FILE
           MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
           PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'OPERATORS SUSPENDED FOR INACTIVITY' TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-IDLE-LABEL

           PERFORM 4100-CHECK-ONE-OPERATOR THRU 4100-EXIT
              UNTIL END-OF-FILE

           IF WS-SUSPEND-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF

           CLOSE WBOPERDB-FILE
           CLOSE WBAUDTDB-FILE
           .
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4100-CHECK-ONE-OPERATOR.
           MOVE '4100-CHECK-ONE-OPERATOR' TO ERR-LOC

           READ WBOPERDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF END-OF-FILE
              GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-OPR-READ
           IF OPR-ACCESS-BARRED
              GO TO 4100-EXIT
           END-IF

           PERFORM 2900-OPERATOR-ACTIVITY THRU 2900-EXIT
           MOVE WS-LAST-AUD-NUM TO WS-IDLE-BASE-NUM
           IF WS-WORK-STAT-DATE > WS-IDLE-BASE-NUM
              MOVE WS-WORK-STAT-DATE TO WS-IDLE-BASE-NUM
           END-IF
           IF WS-IDLE-BASE-NUM NOT < WS-CUTOFF-NUM
              GO TO 4100-EXIT
           END-IF

           MOVE 'S'             TO OPR-ACCESS-STATUS
           MOVE WS-RUN-DATE-NUM TO OPR-STATUS-DATE
           MOVE SPACES          TO OPR-STATUS-OPID
           REWRITE WBOPR-RECORD
           MOVE 'ERROR REWRITING WBOPERDB' TO ERR-MSG
           PERFORM 9996-OPR-ERR-CHK      THRU 9996-EXIT
           ADD 1 TO WS-SUSPEND-COUNT

           MOVE SPACES          TO WS-AUDIT-OPID
           MOVE SPACES          TO WS-AUDIT-TEXT
           STRING 'OPERATOR ' OPR-OPID
                  ' SUSPENDED - NO ACTIVITY IN ' WS-P-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT

           MOVE OPR-OPID        TO WS-I-OPID
           MOVE OPR-BRANCH      TO WS-I-BRANCH
           MOVE OPR-ROLE        TO WS-I-ROLE
           MOVE WS-LAST-AUD-NUM TO WS-FMT-DATE-NUM
           PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
           MOVE WS-FMT-DATE-X   TO WS-I-LAST
           MOVE WS-WORK-STAT-DATE TO WS-FMT-DATE-NUM
           PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
           MOVE WS-FMT-DATE-X   TO WS-I-FROM
           WRITE RPT-OP-FIELDS FROM WS-IDLE-LINE
           .
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       6000-HOUSEKEEPING.
           MOVE '6000-HOUSEKEEPING' TO ERR-LOC

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           MOVE 'AUDIT RECORDS SCANNED     :' TO WS-CT-LABEL
           MOVE WS-AUD-COUNT                 TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'OPERATORS WITH ACTIVITY   :' TO WS-CT-LABEL
           MOVE WS-ACT-COUNT                 TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           EVALUATE TRUE
              WHEN MODE-ATTEST
                 MOVE 'ATTESTATIONS READ         :' TO WS-CT-LABEL
                 MOVE WS-ATT-READ                  TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
                 MOVE 'ATTESTATIONS ACCEPTED     :' TO WS-CT-LABEL
                 MOVE WS-ATT-ACCEPTED              TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
                 MOVE 'ATTESTATIONS REJECTED     :' TO WS-CT-LABEL
                 MOVE WS-ATT-REJECTED              TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
              WHEN MODE-IDLE
                 MOVE 'OPERATORS CHECKED         :' TO WS-CT-LABEL
                 MOVE WS-OPR-READ                  TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
                 MOVE 'OPERATORS SUSPENDED       :' TO WS-CT-LABEL
                 MOVE WS-SUSPEND-COUNT             TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
              WHEN OTHER
                 MOVE 'OPERATORS LISTED          :' TO WS-CT-LABEL
                 MOVE WS-OPR-COUNT                 TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
                 MOVE 'BRANCHES                  :' TO WS-CT-LABEL
                 MOVE WS-BRN-COUNT                 TO WS-CT-COUNT
                 WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           END-EVALUATE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

      *    REJECTED CARDS GO BACK TO THE MANAGERS; SUSPENSIONS ARE
      *    FOR THE BRANCH SUPERVISORS IN THE MORNING
           IF WS-ATT-REJECTED > 0
              DISPLAY 'OPRRECRT - ' WS-ATT-REJECTED
                      ' ATTESTATIONS REJECTED'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SUSPEND-COUNT > 0
              DISPLAY 'OPRRECRT - ' WS-SUSPEND-COUNT
                      ' IDLE OPERATORS SUSPENDED'
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       6000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TRACE ONE ATTESTATION OR SUSPENSION ON WBAUDTDB
       7000-WRITE-AUDIT.
           MOVE '7000-WRITE-AUDIT' TO ERR-LOC

           MOVE SPACES           TO AUD-SSN
           MOVE SPACES           TO AUD-ACCT-NUM
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ     TO AUD-SEQ-NUM
           MOVE SPACES           TO AUD-TIME
           MOVE 'OPRRECRT'       TO AUD-SOURCE-PGM
           MOVE WS-AUDIT-OPID    TO AUD-OPID
           MOVE WS-AUDIT-TEXT    TO AUD-MESSAGE

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-AUDIT-SEQ
                 MOVE WS-AUDIT-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       7000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    YYYYMMDD TO YYYY-MM-DD FOR PRINTING - ZERO PRINTS AS NONE
       8600-FORMAT-DATE.
           IF WS-FMT-DATE-NUM = ZERO
              MOVE 'NONE'          TO WS-FMT-DATE-X
              GO TO 8600-EXIT
           END-IF

           MOVE SPACES TO WS-FMT-DATE-X
           STRING WS-FMT-DATE-NUM(1:4) '-' WS-FMT-DATE-NUM(5:2) '-'
                  WS-FMT-DATE-NUM(7:2)
                  DELIMITED BY SIZE
                  INTO WS-FMT-DATE-X
           .
       8600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE RUN-LOG RECORD PER BUSINESS DATE FOR THE MORNING
      *    OPSRPT - A MISSING LOG NEVER FAILS THE RUN
       9100-WRITE-RUN-STATS.
           MOVE '9100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 9100-EXIT
           END-IF

           MOVE 'OPRRECRT' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           EVALUATE TRUE
              WHEN MODE-ATTEST
                 MOVE WS-ATT-READ      TO RLG-IN-COUNT
                 MOVE WS-ATT-ACCEPTED  TO RLG-OUT-COUNT
                 MOVE WS-ATT-REJECTED  TO RLG-REJ-COUNT
              WHEN MODE-IDLE
                 MOVE WS-OPR-READ      TO RLG-IN-COUNT
                 MOVE WS-SUSPEND-COUNT TO RLG-OUT-COUNT
              WHEN OTHER
                 MOVE WS-OPR-READ      TO RLG-IN-COUNT
                 MOVE WS-OPR-COUNT     TO RLG-OUT-COUNT
           END-EVALUATE
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
       9996-OPR-ERR-CHK.
           MOVE WBOPERDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBOPERDB-FILE-STATUS = '00'
                    CONTINUE

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
