      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. RISKRATE.
      ****************************************************************
      * Monthly customer AML risk rating. Every expected-activity    *
      * profile on WBKYCDB-DD is scored from the compliance signals  *
      * the bank already produces, each worth a fixed number of      *
      * points and recorded by its letter in the profile's factors:  *
      *   V - OUTSIDE THE STATED PATTERN THIS MONTH (KYCVAR EXTRACT  *
      *       ON KYCVIN-DD)                           2 POINTS       *
      *   C - CURRENCY TRANSACTION FILINGS THIS MONTH (THE MONTH'S   *
      *       CTRRPT OUTPUT ON CTRIN-DD)      1 POINT, 3 IF ANY DAY  *
      *       WAS FLAGGED AS POSSIBLE STRUCTURING                    *
      *   S - A SUSPICIOUS-ACTIVITY CASE STILL OPEN, OR ONE OPENED   *
      *       IN THE LAST YEAR AND FOUND REPORTABLE (WBSARDB-DD)     *
      *                                               3 POINTS       *
      *   K - LISTED AS A KITING SUSPECT THIS MONTH (THE MONTH'S     *
      *       KITERPT EXTRACTS ON KITEIN-DD)          3 POINTS       *
      *   W - WIRE VOLUME THIS MONTH AT OR OVER THE LIMIT (50,000    *
      *       BY DEFAULT, PARMIN-OVERRIDABLE - WBWIREDB-DD) 2 POINTS *
      *   L - A WATCH-LIST COMPLIANCE HOLD STANDING ON WBWHLDDB-DD   *
      *                                               5 POINTS       *
      * Five points or more rates HIGH, two to four MEDIUM, less     *
      * LOW. The next review falls due six months after the last     *
      * review for HIGH, a year for MEDIUM and three years for LOW;  *
      * WGRVKYC works the profiles that are due. The report lists    *
      * every rating that moved since last month and every review    *
      * now due. A source that is not allocated is reported and      *
      * simply contributes nothing.                                  *
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
           SELECT WBKYCDB-FILE
               ASSIGN       TO WBKYCDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS KYC-CUST-ID
               FILE STATUS  IS WBKYCDB-FILE-STATUS WBKYCDB-VSAM-CODE.

           SELECT WBSARDB-FILE
               ASSIGN       TO WBSARDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SAR-KEY
               FILE STATUS  IS WBSARDB-FILE-STATUS WBSARDB-VSAM-CODE.

           SELECT WBWIREDB-FILE
               ASSIGN       TO WBWIREDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WIR-REFERENCE
               FILE STATUS  IS WBWIREDB-FILE-STATUS WBWIREDB-VSAM-CODE.

           SELECT WBWHLDDB-FILE
               ASSIGN       TO WBWHLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WHL-CUST-ID
               FILE STATUS  IS WBWHLDDB-FILE-STATUS WBWHLDDB-VSAM-CODE.

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

           SELECT KYCV-IP    ASSIGN TO KYCVIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS KYCVIN-STAT.

           SELECT KITE-IP    ASSIGN TO KITEIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS KITEIN-STAT.

           SELECT CTR-IP     ASSIGN TO CTRIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS CTRIN-STAT.

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

       FD  WBKYCDB-FILE.
           COPY WBKYCREC.

       FD  WBSARDB-FILE.
           COPY WBSARREC.

       FD  WBWIREDB-FILE.
           COPY WBWIRREC.

       FD  WBWHLDDB-FILE.
           COPY WBWHLREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    KYCVAR VARIANCE EXTRACT (ITS KYCVOUT FILE)
       FD  KYCV-IP
           RECORD CONTAINS 80.
       01  KYCVIN-RECORD.
           05 KYVO-SSN                   PIC X(09).
           05 FILLER                     PIC X(01).
           05 KYVO-MONTH                 PIC X(07).
           05 FILLER                     PIC X(01).
           05 KYVO-FINDING               PIC X(14).
           05 FILLER                     PIC X(48).

      *    KITERPT SUSPECT EXTRACTS (ITS KITEOUT FILES)
       FD  KITE-IP
           RECORD CONTAINS 80.
       01  KITEIN-RECORD.
           05 KTO-SSN                    PIC X(09).
           05 FILLER                     PIC X(01).
           05 KTO-ACCT-NUM               PIC X(10).
           05 FILLER                     PIC X(01).
           05 KTO-SCORE                  PIC 9(02).
           05 FILLER                     PIC X(01).
           05 KTO-DATE                   PIC X(10).
           05 FILLER                     PIC X(46).

      *    CTRRPT REGULATORY OUTPUT (ITS CTROUT FILES)
       FD  CTR-IP
           RECORD CONTAINS 80.
       01  CTRIN-RECORD.
           05 CTRO-SSN                   PIC X(09).
           05 FILLER                     PIC X(01).
           05 CTRO-DATE                  PIC X(10).
           05 FILLER                     PIC X(01).
           05 CTRO-CASH-IN               PIC 9(13)V99.
           05 FILLER                     PIC X(01).
           05 CTRO-CASH-OUT              PIC 9(13)V99.
           05 FILLER                     PIC X(01).
           05 CTRO-TXN-COUNT             PIC 9(05).
           05 FILLER                     PIC X(01).
           05 CTRO-STRUCTURED-FLAG       PIC X(01).
           05 FILLER                     PIC X(20).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
      *    MONTHLY WIRE VOLUME LIMIT IN WHOLE DOLLARS (DEFAULT 50000)
           05 PARM-WIRE-LIMIT            PIC 9(09).
           05 FILLER                     PIC X(60).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBKYCDB-FILE-STATUS.
           05  STA-KYC-STAT1             PIC X(01).
           05  STA-KYC-STAT2             PIC X(01).
       01  WBKYCDB-VSAM-CODE.
           05 KYC-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 KYC-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 KYC-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBSARDB-FILE-STATUS.
           05  STA-SAR-STAT1             PIC X(01).
           05  STA-SAR-STAT2             PIC X(01).
       01  WBSARDB-VSAM-CODE.
           05 SAR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 SAR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 SAR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBWIREDB-FILE-STATUS.
           05  STA-WIR-STAT1             PIC X(01).
           05  STA-WIR-STAT2             PIC X(01).
       01  WBWIREDB-VSAM-CODE.
           05 WIR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 WIR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 WIR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBWHLDDB-FILE-STATUS.
           05  STA-WHL-STAT1             PIC X(01).
           05  STA-WHL-STAT2             PIC X(01).
       01  WBWHLDDB-VSAM-CODE.
           05 WHL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 WHL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 WHL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      ****************************************************************
      *  ONE ENTRY PER PROFILE, KEYED BY SSN, COLLECTING THE SIGNALS  *
      *  FROM EACH SOURCE BEFORE THE PROFILES ARE RATED               *
      ****************************************************************
       01  WS-RSK-TABLE.
           05 WS-RSK-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-RSK-ENTRY     OCCURS 5000 TIMES
                               INDEXED BY RSK-IDX.
              10 WS-RSK-SSN             PIC X(09).
              10 WS-RSK-VAR-SW          PIC X(01).
              10 WS-RSK-CTR-CNT         PIC 9(05)     COMP.
              10 WS-RSK-STRUCT-SW       PIC X(01).
              10 WS-RSK-SAR-SW          PIC X(01).
              10 WS-RSK-KITE-SW         PIC X(01).
              10 WS-RSK-WIRE-AMT        PIC S9(13)V99 COMP-3.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(38)  VALUE
                                    'CUSTOMER AML RISK RATING'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(08)  VALUE 'PRIOR'.
              10 FILLER        PIC X(08)  VALUE 'RATING'.
              10 FILLER        PIC X(05)  VALUE 'PTS'.
              10 FILLER        PIC X(09)  VALUE 'FACTORS'.
              10 FILLER        PIC X(12)  VALUE 'NEXT REVIEW'.
              10 FILLER        PIC X(14)  VALUE 'MIGRATION'.
              10 FILLER        PIC X(10)  VALUE 'REVIEW'.
              10 FILLER        PIC X(43)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-CUST-ID  PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-PRIOR    PIC X(06).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-RATING   PIC X(06).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SCORE    PIC Z9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-FACTORS  PIC X(06).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-NEXT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-MIGRATE  PIC X(12).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DUE      PIC X(10).
              10 FILLER        PIC X(43)  VALUE SPACES.

           05 WS-MISSING-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-M-DDNAME   PIC X(08).
              10 FILLER        PIC X(30)  VALUE
                                    ' NOT AVAILABLE - NOT SCORED'.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PROFILES RATED            :'.
              10 WS-TR-RAT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RATED HIGH                :'.
              10 WS-TR-HI-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RATED MEDIUM              :'.
              10 WS-TR-MED-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RATED LOW                 :'.
              10 WS-TR-LOW-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RISK UP SINCE LAST MONTH  :'.
              10 WS-TR-UP-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RISK DOWN SINCE LAST MONTH:'.
              10 WS-TR-DN-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RATED FOR THE FIRST TIME  :'.
              10 WS-TR-NEW-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REVIEWS DUE               :'.
              10 WS-TR-DUE-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-WIRE-LIMIT            PIC S9(11)V99 VALUE 50000.00.
      *    POINTS PER SIGNAL AND THE TIER CUT-OFFS
           05 WS-PTS-VARIANCE          PIC 9(02)     VALUE 2.
           05 WS-PTS-CTR               PIC 9(02)     VALUE 1.
           05 WS-PTS-STRUCTURED        PIC 9(02)     VALUE 3.
           05 WS-PTS-SAR               PIC 9(02)     VALUE 3.
           05 WS-PTS-KITE              PIC 9(02)     VALUE 3.
           05 WS-PTS-WIRE              PIC 9(02)     VALUE 2.
           05 WS-PTS-WATCH             PIC 9(02)     VALUE 5.
           05 WS-HIGH-POINTS           PIC 9(02)     VALUE 5.
           05 WS-MEDIUM-POINTS         PIC 9(02)     VALUE 2.
      *    REVIEW CYCLE IN DAYS BY TIER
           05 WS-HIGH-REVIEW-DAYS      PIC 9(04)     VALUE 183.
           05 WS-MEDIUM-REVIEW-DAYS    PIC 9(04)     VALUE 365.
           05 WS-LOW-REVIEW-DAYS       PIC 9(04)     VALUE 1095.
           05 WS-SAR-LOOKBACK-DAYS     PIC 9(04)     VALUE 365.
           05 WS-RATING-MONTH          PIC X(07)     VALUE SPACES.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-SAR-START-ISO         PIC X(10)     VALUE SPACES.
           05 WS-WORK-NUM              PIC 9(08)     VALUE ZERO.
           05 WS-REVIEW-DAYS           PIC 9(04)     VALUE ZERO.
           05 WS-BASE-DATE             PIC X(10)     VALUE SPACES.
           05 WS-DATE-IN               PIC X(10)     VALUE SPACES.
           05 WS-DATE-ISO              PIC X(10)     VALUE SPACES.
           05 WS-WORK-SSN              PIC X(09)     VALUE SPACES.
           05 WS-SCORE                 PIC 9(02)     VALUE ZERO.
           05 WS-NEW-RATING            PIC X(01)     VALUE SPACE.
           05 WS-RATING-CODE           PIC X(01)     VALUE SPACE.
           05 WS-RATING-NAME           PIC X(06)     VALUE SPACES.
           05 WS-RATING-RANK           PIC 9(01)     VALUE ZERO.
           05 WS-PRIOR-RANK            PIC 9(01)     VALUE ZERO.
           05 WS-TOTAL-RATED-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-HIGH-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-MEDIUM-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-LOW-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-UP-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-DOWN-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NEW-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-DUE-COUNT       PIC 9(07)     VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'RISKRATE'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 KYCVIN-STAT      PIC 9(02)  VALUE ZERO.
           05 KITEIN-STAT      PIC 9(02)  VALUE ZERO.
           05 CTRIN-STAT       PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 WHL-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 WATCH-HOLDS-OPEN         VALUE 'Y'.
           05 RSK-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 RSK-ENTRY-FOUND          VALUE 'Y'.
           05 RATE-PRINT-FLAG  PIC X(01)  VALUE 'N'.
              88 RATE-LINE-WANTED         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM SCORES EVERY KYC PROFILE FROM THE MONTH'S
      * COMPLIANCE SIGNALS, STORES THE RATING AND NEXT REVIEW DATE
      * AND REPORTS THE RATING MIGRATIONS AND REVIEWS DUE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 1100-LOAD-PROFILES    THRU 1100-EXIT
           PERFORM 1200-LOAD-VARIANCE    THRU 1200-EXIT
           PERFORM 1300-LOAD-CTR-FILINGS THRU 1300-EXIT
           PERFORM 1400-LOAD-SAR-CASES   THRU 1400-EXIT
           PERFORM 1500-LOAD-KITING      THRU 1500-EXIT
           PERFORM 1600-LOAD-WIRES       THRU 1600-EXIT

           OPEN INPUT WBWHLDDB-FILE
           IF WBWHLDDB-FILE-STATUS = '00'
              SET WATCH-HOLDS-OPEN TO TRUE
           ELSE
              MOVE 'WBWHLDDB' TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           OPEN I-O WBKYCDB-FILE
           MOVE       'ERROR OPENING WBKYCDB'   TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK           THRU 9995-EXIT

           MOVE 'N' TO EOF-FLAG
           PERFORM 2000-RATE-ONE-PROFILE THRU 2000-EXIT
              UNTIL END-OF-FILE

           CLOSE WBKYCDB-FILE
           MOVE      'ERROR CLOSING WBKYCDB' TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK        THRU 9995-EXIT

           IF WATCH-HOLDS-OPEN
              CLOSE WBWHLDDB-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING     THRU 3000-EXIT
           PERFORM 3100-WRITE-RUN-STATS  THRU 3100-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           MOVE WS-DATE-R(1:7)           TO WS-RATING-MONTH

           MOVE WS-DATE-R(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)

           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-SAR-LOOKBACK-DAYS)
           STRING WS-WORK-NUM(1:4) '-'
                  WS-WORK-NUM(5:2) '-'
                  WS-WORK-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-SAR-START-ISO

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

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
              IF PARM-WIRE-LIMIT IS NUMERIC
                 AND PARM-WIRE-LIMIT > 0
                 MOVE PARM-WIRE-LIMIT     TO WS-WIRE-LIMIT
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
      *    ONE SIGNAL ENTRY PER PROFILE - THE PROFILE FILE ITSELF IS
      *    REQUIRED, THERE IS NOTHING TO RATE WITHOUT IT
       1100-LOAD-PROFILES.
           MOVE '1100-LOAD-PROFILES'     TO ERR-LOC

           OPEN INPUT WBKYCDB-FILE
           MOVE       'ERROR OPENING WBKYCDB'   TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK           THRU 9995-EXIT

           MOVE 'N' TO EOF-FLAG
           PERFORM 1150-LOAD-ONE-PROFILE THRU 1150-EXIT
              UNTIL END-OF-FILE

           CLOSE WBKYCDB-FILE
           MOVE      'ERROR CLOSING WBKYCDB' TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK        THRU 9995-EXIT
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1150-LOAD-ONE-PROFILE.
           READ WBKYCDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1150-EXIT
           END-IF
           MOVE    'ERROR READING WBKYCDB' TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK      THRU 9995-EXIT

           IF WS-RSK-COUNT NOT < 5000
              DISPLAY 'RISKRATE - PROFILE TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-RSK-COUNT
           SET RSK-IDX TO WS-RSK-COUNT
           MOVE KYC-SSN TO WS-RSK-SSN (RSK-IDX)
           MOVE 'N'     TO WS-RSK-VAR-SW (RSK-IDX)
           MOVE ZERO    TO WS-RSK-CTR-CNT (RSK-IDX)
           MOVE 'N'     TO WS-RSK-STRUCT-SW (RSK-IDX)
           MOVE 'N'     TO WS-RSK-SAR-SW (RSK-IDX)
           MOVE 'N'     TO WS-RSK-KITE-SW (RSK-IDX)
           MOVE ZERO    TO WS-RSK-WIRE-AMT (RSK-IDX)
           .
       1150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    KYCVAR FINDINGS FOR THE RATING MONTH - A NO-PROFILE LINE
      *    CANNOT BELONG TO A PROFILE AND FINDS NO ENTRY
       1200-LOAD-VARIANCE.
           MOVE '1200-LOAD-VARIANCE'     TO ERR-LOC

           OPEN INPUT KYCV-IP
           IF KYCVIN-STAT NOT = 0
              MOVE 'KYCVIN'   TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 1200-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1250-READ-ONE-VARIANCE THRU 1250-EXIT
              UNTIL END-OF-FILE

           CLOSE KYCV-IP
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1250-READ-ONE-VARIANCE.
           READ KYCV-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1250-EXIT
           END-IF

           IF KYVO-MONTH NOT = WS-RATING-MONTH
              OR KYVO-FINDING = 'NO PROFILE'
              GO TO 1250-EXIT
           END-IF

           MOVE KYVO-SSN TO WS-WORK-SSN
           PERFORM 8000-FIND-RSK-ENTRY THRU 8000-EXIT
           IF RSK-ENTRY-FOUND
              MOVE 'Y' TO WS-RSK-VAR-SW (RSK-IDX)
           END-IF
           .
       1250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE MONTH'S CTRRPT OUTPUT FILES, CONCATENATED ON CTRIN
       1300-LOAD-CTR-FILINGS.
           MOVE '1300-LOAD-CTR-FILINGS'  TO ERR-LOC

           OPEN INPUT CTR-IP
           IF CTRIN-STAT NOT = 0
              MOVE 'CTRIN'    TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 1300-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1350-READ-ONE-FILING THRU 1350-EXIT
              UNTIL END-OF-FILE

           CLOSE CTR-IP
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1350-READ-ONE-FILING.
           READ CTR-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1350-EXIT
           END-IF

           MOVE CTRO-DATE TO WS-DATE-IN
           PERFORM 8200-NORMALIZE-DATE THRU 8200-EXIT
           IF WS-DATE-ISO(1:7) NOT = WS-RATING-MONTH
              GO TO 1350-EXIT
           END-IF

           MOVE CTRO-SSN TO WS-WORK-SSN
           PERFORM 8000-FIND-RSK-ENTRY THRU 8000-EXIT
           IF RSK-ENTRY-FOUND
              ADD 1 TO WS-RSK-CTR-CNT (RSK-IDX)
              IF CTRO-STRUCTURED-FLAG = 'Y'
                 MOVE 'Y' TO WS-RSK-STRUCT-SW (RSK-IDX)
              END-IF
           END-IF
           .
       1350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CASE STILL BEING WORKED COUNTS WHENEVER IT WAS OPENED; A
      *    CLOSED ONE ONLY IF IT WAS FOUND REPORTABLE WITHIN THE YEAR
       1400-LOAD-SAR-CASES.
           MOVE '1400-LOAD-SAR-CASES'    TO ERR-LOC

           OPEN INPUT WBSARDB-FILE
           IF WBSARDB-FILE-STATUS NOT = '00'
              MOVE 'WBSARDB'  TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 1400-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1450-READ-ONE-CASE THRU 1450-EXIT
              UNTIL END-OF-FILE

           CLOSE WBSARDB-FILE
           .
       1400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1450-READ-ONE-CASE.
           READ WBSARDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1450-EXIT
           END-IF
           MOVE    'ERROR READING WBSARDB' TO ERR-MSG
           PERFORM 9994-SAR-ERR-CHK      THRU 9994-EXIT

           IF NOT SAR-STATUS-OPEN
              IF NOT SAR-DISP-REPORTABLE
                 GO TO 1450-EXIT
              END-IF
              MOVE SAR-OPENED-DATE TO WS-DATE-IN
              PERFORM 8200-NORMALIZE-DATE THRU 8200-EXIT
              IF WS-DATE-ISO < WS-SAR-START-ISO
                 GO TO 1450-EXIT
              END-IF
           END-IF

           MOVE SAR-SSN TO WS-WORK-SSN
           PERFORM 8000-FIND-RSK-ENTRY THRU 8000-EXIT
           IF RSK-ENTRY-FOUND
              MOVE 'Y' TO WS-RSK-SAR-SW (RSK-IDX)
           END-IF
           .
       1450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE MONTH'S KITERPT SUSPECT EXTRACTS, CONCATENATED ON KITEIN
       1500-LOAD-KITING.
           MOVE '1500-LOAD-KITING'       TO ERR-LOC

           OPEN INPUT KITE-IP
           IF KITEIN-STAT NOT = 0
              MOVE 'KITEIN'   TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1550-READ-ONE-SUSPECT THRU 1550-EXIT
              UNTIL END-OF-FILE

           CLOSE KITE-IP
           .
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1550-READ-ONE-SUSPECT.
           READ KITE-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1550-EXIT
           END-IF

           IF KTO-DATE(1:7) NOT = WS-RATING-MONTH
              GO TO 1550-EXIT
           END-IF

           MOVE KTO-SSN TO WS-WORK-SSN
           PERFORM 8000-FIND-RSK-ENTRY THRU 8000-EXIT
           IF RSK-ENTRY-FOUND
              MOVE 'Y' TO WS-RSK-KITE-SW (RSK-IDX)
           END-IF
           .
       1550-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WIRE VOLUME IN BOTH DIRECTIONS FOR THE RATING MONTH -
      *    CANCELLED WIRES NEVER MOVED ANY MONEY
       1600-LOAD-WIRES.
           MOVE '1600-LOAD-WIRES'        TO ERR-LOC

           OPEN INPUT WBWIREDB-FILE
           IF WBWIREDB-FILE-STATUS NOT = '00'
              MOVE 'WBWIREDB' TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 1600-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1650-READ-ONE-WIRE THRU 1650-EXIT
              UNTIL END-OF-FILE

           CLOSE WBWIREDB-FILE
           .
       1600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1650-READ-ONE-WIRE.
           READ WBWIREDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1650-EXIT
           END-IF
           MOVE    'ERROR READING WBWIREDB' TO ERR-MSG
           PERFORM 9993-WIR-ERR-CHK       THRU 9993-EXIT

           IF WIR-STATUS-CANCELLED
              GO TO 1650-EXIT
           END-IF

           MOVE WIR-DATE TO WS-DATE-IN
           PERFORM 8200-NORMALIZE-DATE THRU 8200-EXIT
           IF WS-DATE-ISO(1:7) NOT = WS-RATING-MONTH
              GO TO 1650-EXIT
           END-IF

           MOVE WIR-SSN TO WS-WORK-SSN
           PERFORM 8000-FIND-RSK-ENTRY THRU 8000-EXIT
           IF RSK-ENTRY-FOUND
              ADD WIR-AMOUNT TO WS-RSK-WIRE-AMT (RSK-IDX)
           END-IF
           .
       1650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SCORE ONE PROFILE, STORE THE RATING AND ITS FACTORS, AND
      *    PUSH THE NEXT REVIEW OUT BY THE TIER'S CYCLE FROM THE LAST
      *    REVIEW
       2000-RATE-ONE-PROFILE.
           MOVE '2000-RATE-ONE-PROFILE'  TO ERR-LOC

           READ WBKYCDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF
           MOVE    'ERROR READING WBKYCDB' TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK      THRU 9995-EXIT

      *    A PROFILE NEVER RATED CARRIES NO RATING FIELDS YET
           IF NOT KYC-RISK-LOW
              AND NOT KYC-RISK-MEDIUM
              AND NOT KYC-RISK-HIGH
              MOVE SPACES TO KYC-RISK-RATING KYC-PRIOR-RATING
                             KYC-RISK-FACTORS KYC-RATED-DATE
                             KYC-NEXT-REVIEW-DATE
              MOVE ZERO   TO KYC-RISK-SCORE
           END-IF

      *    THE PRIOR RATING IS LAST MONTH'S - A RERUN IN THE SAME
      *    MONTH LEAVES IT ALONE
           IF KYC-RATED-DATE(1:7) NOT = WS-RATING-MONTH
              MOVE KYC-RISK-RATING TO KYC-PRIOR-RATING
           END-IF

           MOVE SPACES TO KYC-RISK-FACTORS
           MOVE ZERO   TO WS-SCORE

           MOVE KYC-SSN TO WS-WORK-SSN
           PERFORM 8000-FIND-RSK-ENTRY THRU 8000-EXIT
           IF RSK-ENTRY-FOUND
              PERFORM 2100-SCORE-SIGNALS THRU 2100-EXIT
           END-IF

           IF WATCH-HOLDS-OPEN
              MOVE KYC-CUST-ID TO WHL-CUST-ID
              READ WBWHLDDB-FILE
                 INVALID KEY
                    MOVE SPACES TO WHL-STATUS-CODE
              END-READ
              IF WHL-STATUS-HELD
                 MOVE 'L' TO KYC-FACTOR-WATCH
                 ADD WS-PTS-WATCH TO WS-SCORE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-SCORE >= WS-HIGH-POINTS
                 MOVE 'H' TO WS-NEW-RATING
                 MOVE WS-HIGH-REVIEW-DAYS   TO WS-REVIEW-DAYS
                 ADD 1 TO WS-TOTAL-HIGH-COUNT
              WHEN WS-SCORE >= WS-MEDIUM-POINTS
                 MOVE 'M' TO WS-NEW-RATING
                 MOVE WS-MEDIUM-REVIEW-DAYS TO WS-REVIEW-DAYS
                 ADD 1 TO WS-TOTAL-MEDIUM-COUNT
              WHEN OTHER
                 MOVE 'L' TO WS-NEW-RATING
                 MOVE WS-LOW-REVIEW-DAYS    TO WS-REVIEW-DAYS
                 ADD 1 TO WS-TOTAL-LOW-COUNT
           END-EVALUATE

           MOVE WS-NEW-RATING TO KYC-RISK-RATING
           MOVE WS-SCORE      TO KYC-RISK-SCORE
           MOVE WS-DATE-R     TO KYC-RATED-DATE
           PERFORM 2200-SET-NEXT-REVIEW THRU 2200-EXIT

           REWRITE WBKYC-RECORD
           MOVE    'ERROR REWRITING WBKYCDB' TO ERR-MSG
           PERFORM 9995-KYC-ERR-CHK        THRU 9995-EXIT
           ADD 1 TO WS-TOTAL-RATED-COUNT

           PERFORM 2300-REPORT-ONE-PROFILE THRU 2300-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-SCORE-SIGNALS.
           IF WS-RSK-VAR-SW (RSK-IDX) = 'Y'
              MOVE 'V' TO KYC-FACTOR-VARIANCE
              ADD WS-PTS-VARIANCE TO WS-SCORE
           END-IF

           IF WS-RSK-CTR-CNT (RSK-IDX) > 0
              MOVE 'C' TO KYC-FACTOR-CTR
              IF WS-RSK-STRUCT-SW (RSK-IDX) = 'Y'
                 ADD WS-PTS-STRUCTURED TO WS-SCORE
              ELSE
                 ADD WS-PTS-CTR TO WS-SCORE
              END-IF
           END-IF

           IF WS-RSK-SAR-SW (RSK-IDX) = 'Y'
              MOVE 'S' TO KYC-FACTOR-SAR
              ADD WS-PTS-SAR TO WS-SCORE
           END-IF

           IF WS-RSK-KITE-SW (RSK-IDX) = 'Y'
              MOVE 'K' TO KYC-FACTOR-KITE
              ADD WS-PTS-KITE TO WS-SCORE
           END-IF

           IF WS-RSK-WIRE-AMT (RSK-IDX) >= WS-WIRE-LIMIT
              MOVE 'W' TO KYC-FACTOR-WIRE
              ADD WS-PTS-WIRE TO WS-SCORE
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    NEXT REVIEW = LAST REVIEW (OR CAPTURE) PLUS THE TIER'S
      *    CYCLE. A PROFILE WITH NEITHER DATE IS DUE NOW.
       2200-SET-NEXT-REVIEW.
           MOVE KYC-REVIEWED-DATE TO WS-BASE-DATE
           IF WS-BASE-DATE = SPACES
              MOVE KYC-CAPTURED-DATE TO WS-BASE-DATE
           END-IF

           MOVE WS-BASE-DATE TO WS-DATE-IN
           PERFORM 8200-NORMALIZE-DATE THRU 8200-EXIT
           MOVE ZERO TO WS-WORK-NUM
           MOVE WS-DATE-ISO(1:4) TO WS-WORK-NUM(1:4)
           MOVE WS-DATE-ISO(6:2) TO WS-WORK-NUM(5:2)
           MOVE WS-DATE-ISO(9:2) TO WS-WORK-NUM(7:2)

           IF WS-DATE-ISO = SPACES
              OR WS-WORK-NUM IS NOT NUMERIC
              OR WS-WORK-NUM = ZERO
              MOVE WS-DATE-R TO KYC-NEXT-REVIEW-DATE
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
                 + WS-REVIEW-DAYS)
           MOVE SPACES TO KYC-NEXT-REVIEW-DATE
           STRING WS-WORK-NUM(1:4) '-'
                  WS-WORK-NUM(5:2) '-'
                  WS-WORK-NUM(7:2) DELIMITED BY SIZE
                  INTO KYC-NEXT-REVIEW-DATE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A LINE FOR EVERY RATING THAT MOVED AND EVERY REVIEW DUE
       2300-REPORT-ONE-PROFILE.
           MOVE 'N'    TO RATE-PRINT-FLAG
           MOVE SPACES TO WS-D-MIGRATE WS-D-DUE

           MOVE KYC-PRIOR-RATING TO WS-RATING-CODE
           PERFORM 8300-RATING-NAME THRU 8300-EXIT
           MOVE WS-RATING-NAME   TO WS-D-PRIOR
           MOVE WS-RATING-RANK   TO WS-PRIOR-RANK
           MOVE KYC-RISK-RATING  TO WS-RATING-CODE
           PERFORM 8300-RATING-NAME THRU 8300-EXIT
           MOVE WS-RATING-NAME   TO WS-D-RATING

           EVALUATE TRUE
              WHEN WS-PRIOR-RANK = 0
                 MOVE 'FIRST RATING' TO WS-D-MIGRATE
                 ADD 1 TO WS-TOTAL-NEW-COUNT
                 SET RATE-LINE-WANTED TO TRUE
              WHEN WS-RATING-RANK > WS-PRIOR-RANK
                 MOVE 'RISK UP'      TO WS-D-MIGRATE
                 ADD 1 TO WS-TOTAL-UP-COUNT
                 SET RATE-LINE-WANTED TO TRUE
              WHEN WS-RATING-RANK < WS-PRIOR-RANK
                 MOVE 'RISK DOWN'    TO WS-D-MIGRATE
                 ADD 1 TO WS-TOTAL-DOWN-COUNT
                 SET RATE-LINE-WANTED TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF KYC-NEXT-REVIEW-DATE NOT > WS-DATE-R
              MOVE 'DUE'          TO WS-D-DUE
              ADD 1 TO WS-TOTAL-DUE-COUNT
              SET RATE-LINE-WANTED TO TRUE
           END-IF

           IF NOT RATE-LINE-WANTED
              GO TO 2300-EXIT
           END-IF

           MOVE KYC-CUST-ID          TO WS-D-CUST-ID
           MOVE KYC-SSN              TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN        TO WS-D-SSN
           MOVE KYC-RISK-SCORE       TO WS-D-SCORE
           MOVE KYC-RISK-FACTORS     TO WS-D-FACTORS
           MOVE KYC-NEXT-REVIEW-DATE TO WS-D-NEXT

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           MOVE WS-TOTAL-RATED-COUNT  TO WS-TR-RAT-CNT
           MOVE WS-TOTAL-HIGH-COUNT   TO WS-TR-HI-CNT
           MOVE WS-TOTAL-MEDIUM-COUNT TO WS-TR-MED-CNT
           MOVE WS-TOTAL-LOW-COUNT    TO WS-TR-LOW-CNT
           MOVE WS-TOTAL-UP-COUNT     TO WS-TR-UP-CNT
           MOVE WS-TOTAL-DOWN-COUNT   TO WS-TR-DN-CNT
           MOVE WS-TOTAL-NEW-COUNT    TO WS-TR-NEW-CNT
           MOVE WS-TOTAL-DUE-COUNT    TO WS-TR-DUE-CNT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-8
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
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

           MOVE 'RISKRATE' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-RSK-COUNT         TO RLG-IN-COUNT
           MOVE WS-TOTAL-RATED-COUNT TO RLG-OUT-COUNT
           MOVE RETURN-CODE          TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8000-FIND-RSK-ENTRY.
           MOVE 'N' TO RSK-FOUND-FLAG
           SET RSK-IDX TO 1
           SEARCH WS-RSK-ENTRY
              AT END CONTINUE
              WHEN RSK-IDX > WS-RSK-COUNT
                 CONTINUE
              WHEN WS-RSK-SSN (RSK-IDX) = WS-WORK-SSN
                 SET RSK-ENTRY-FOUND TO TRUE
           END-SEARCH
           .
       8000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BATCH JOBS STAMP YYYY-MM-DD AND THE ONLINE PROGRAMS
      *    MM/DD/YYYY - BOTH NORMALIZE TO YYYY-MM-DD
       8200-NORMALIZE-DATE.
           IF WS-DATE-IN(5:1) = '-' OR WS-DATE-IN = SPACES
              MOVE WS-DATE-IN TO WS-DATE-ISO
           ELSE
              MOVE SPACES TO WS-DATE-ISO
              STRING WS-DATE-IN(7:4) '-'
                     WS-DATE-IN(1:2) '-'
                     WS-DATE-IN(4:2) DELIMITED BY SIZE
                     INTO WS-DATE-ISO
           END-IF
           .
       8200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8300-RATING-NAME.
           EVALUATE WS-RATING-CODE
              WHEN 'H'
                 MOVE 'HIGH'   TO WS-RATING-NAME
                 MOVE 3        TO WS-RATING-RANK
              WHEN 'M'
                 MOVE 'MEDIUM' TO WS-RATING-NAME
                 MOVE 2        TO WS-RATING-RANK
              WHEN 'L'
                 MOVE 'LOW'    TO WS-RATING-NAME
                 MOVE 1        TO WS-RATING-RANK
              WHEN OTHER
                 MOVE 'NONE'   TO WS-RATING-NAME
                 MOVE 0        TO WS-RATING-RANK
           END-EVALUATE
           .
       8300-EXIT.
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
       9993-WIR-ERR-CHK.
           MOVE WBWIREDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBWIREDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE WIR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE WIR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE WIR-VSAM-REASON-CODE
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
       9994-SAR-ERR-CHK.
           MOVE WBSARDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBSARDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE SAR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE SAR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE SAR-VSAM-REASON-CODE
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
       9995-KYC-ERR-CHK.
           MOVE WBKYCDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBKYCDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE KYC-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE KYC-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE KYC-VSAM-REASON-CODE
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
