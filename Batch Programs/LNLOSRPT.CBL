      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. LNLOSRPT.
      ****************************************************************
      * Monthly loan-loss report. Every loan charge-off LOANPOST has *
      * registered on WBCHGOFF-DD is totalled by the loan's purpose  *
      * (from its WBACCTDB-DD account record) and by the branch that *
      * took the loss, with the count and amount for the report      *
      * month and the year to date. Register records for checking    *
      * and savings write-offs (NEGAGING) are left to COFRPT. The    *
      * report month defaults to the month before the run date - the *
      * job runs on the first business day - and can be set on       *
      * PARMIN-DD as YYYY-MM.                                        *
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
           SELECT WBCHGOFF-FILE
               ASSIGN       TO WBCHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS COF-KEY
               FILE STATUS  IS WBCHGOFF-FILE-STATUS.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS.

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

       FD  WBCHGOFF-FILE.
           COPY WBCOFREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

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
           05 FILLER                     PIC X(01).
           05 PARM-REPORT-MONTH          PIC X(07).
           05 FILLER                     PIC X(62).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBCHGOFF-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBACCTDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(48)  VALUE SPACES.
              10 FILLER        PIC X(34)  VALUE
                        'LOAN LOSS REPORT'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-MONTH.
              10 FILLER        PIC X(14)  VALUE 'REPORT MONTH: '.
              10 WS-H-MONTH    PIC X(07)  VALUE SPACES.
              10 FILLER        PIC X(111) VALUE SPACES.

           05 WS-HEADER-PURPOSE.
              10 FILLER        PIC X(40)  VALUE
                   'CHARGE-OFFS BY LOAN PURPOSE'.
              10 FILLER        PIC X(92)  VALUE SPACES.

           05 WS-HEADER-BRANCH.
              10 FILLER        PIC X(40)  VALUE
                   'CHARGE-OFFS BY BRANCH'.
              10 FILLER        PIC X(92)  VALUE SPACES.

           05 WS-HEADER-LABEL-1.
              10 FILLER        PIC X(20)  VALUE SPACES.
              10 FILLER        PIC X(24)  VALUE
                   '-------- MONTH ---------'.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(24)  VALUE
                   '----- YEAR TO DATE -----'.
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-HEADER-LABEL-2.
              10 FILLER        PIC X(20)  VALUE SPACES.
              10 FILLER        PIC X(07)  VALUE '  COUNT'.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(15)  VALUE '         AMOUNT'.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(07)  VALUE '  COUNT'.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(15)  VALUE '         AMOUNT'.
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-LOSS-LINE.
              10 WS-L-LABEL    PIC X(16).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-L-MTH-CNT  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-MTH-AMT  PIC Z(10)9.99-.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-L-YTD-CNT  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-YTD-AMT  PIC Z(10)9.99-.
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REGISTER RECORDS READ     :'.
              10 WS-TR-READ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LOANS CHARGED OFF IN MONTH:'.
              10 WS-TR-LON-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  LOAN PURPOSES IN PRINT ORDER. A LOAN BOOKED WITHOUT A CODE,  *
      *  OR WITH ONE NOT LISTED HERE, REPORTS UNDER OTHER (THE LAST   *
      *  ENTRY).                                                      *
      *****************************************************************
       01  WS-PURPOSE-NAMES.
           05 FILLER                   PIC X(17) VALUE 'AAUTO'.
           05 FILLER                   PIC X(17) VALUE 'MREAL ESTATE'.
           05 FILLER                   PIC X(17) VALUE 'PPERSONAL'.
           05 FILLER                   PIC X(17) VALUE 'BBUSINESS'.
           05 FILLER                   PIC X(17) VALUE 'EEDUCATION'.
           05 FILLER                   PIC X(17) VALUE 'OOTHER'.
       01  WS-PURPOSE-TABLE REDEFINES WS-PURPOSE-NAMES.
           05 WS-PUR-ENTRY OCCURS 6 TIMES
                           INDEXED BY PUR-IDX.
              10 WS-PUR-CODE           PIC X(01).
              10 WS-PUR-NAME           PIC X(16).

      *****************************************************************
      *  PER-PURPOSE AND PER-BRANCH TOTALS FOR THE MONTH AND THE YEAR *
      *  TO DATE. THE PURPOSE TOTALS RUN PARALLEL TO THE TABLE ABOVE. *
      *****************************************************************
       01  WS-PUR-TOTALS.
           05 WS-PUR-TOT OCCURS 6 TIMES.
              10 WS-PUR-MTH-CNT        PIC 9(07)     COMP.
              10 WS-PUR-MTH-AMT        PIC S9(13)V99 COMP-3.
              10 WS-PUR-YTD-CNT        PIC 9(07)     COMP.
              10 WS-PUR-YTD-AMT        PIC S9(13)V99 COMP-3.

       01  WS-BRN-TABLE.
           05 WS-BRN-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 100 TIMES
                           INDEXED BY BRN-IDX.
              10 WS-BRN-ID             PIC X(03).
              10 WS-BRN-MTH-CNT        PIC 9(07)     COMP.
              10 WS-BRN-MTH-AMT        PIC S9(13)V99 COMP-3.
              10 WS-BRN-YTD-CNT        PIC 9(07)     COMP.
              10 WS-BRN-YTD-AMT        PIC S9(13)V99 COMP-3.

       01  WS-TOTALS.
           05 WS-TOT-MTH-CNT           PIC 9(07)     VALUE ZERO.
           05 WS-TOT-MTH-AMT           PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-YTD-CNT           PIC 9(07)     VALUE ZERO.
           05 WS-TOT-YTD-AMT           PIC S9(13)V99 VALUE ZERO.

       01  WS-VARS.
           05 WS-REPORT-MONTH          PIC X(07)     VALUE SPACES.
           05 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
              10 WS-RPT-YEAR           PIC 9(04).
              10 FILLER                PIC X(01).
              10 WS-RPT-MM             PIC 9(02).
           05 WS-PUR-SUB               PIC 9(02)     COMP VALUE ZERO.
           05 WS-READ-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-IN-MONTH-FLAG         PIC X(01)     VALUE 'N'.
              88 WS-IN-REPORT-MONTH              VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'LNLOSRPT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM TOTALS THE LOAN CHARGE-OFFS ON THE CHARGE-OFF
      * REGISTER BY LOAN PURPOSE AND BY BRANCH.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN INPUT WBACCTDB-FILE
           IF WBACCTDB-FILE-STATUS NOT = '00'
              MOVE 'ERROR OPENING WBACCTDB' TO ERR-MSG
              PERFORM 9997-ACCT-ERR       THRU 9997-EXIT
           END-IF

      *    NO REGISTER YET ON A REGION THAT HAS NEVER CHARGED
      *    ANYTHING OFF - THE REPORT PRINTS WITH ZERO TOTALS
           OPEN INPUT WBCHGOFF-FILE
           IF WBCHGOFF-FILE-STATUS = '00'
              MOVE 'N' TO EOF-FLAG
              MOVE LOW-VALUES TO COF-KEY
              START WBCHGOFF-FILE KEY >= COF-KEY
                 INVALID KEY SET END-OF-FILE TO TRUE
              END-START
              PERFORM 2000-READ-ONE-CHARGEOFF THRU 2000-EXIT
                 UNTIL END-OF-FILE
              CLOSE WBCHGOFF-FILE
           END-IF

           CLOSE WBACCTDB-FILE

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           PERFORM 1080-CLEAR-PURPOSE    THRU 1080-EXIT
              VARYING WS-PUR-SUB FROM 1 BY 1
              UNTIL WS-PUR-SUB > 6

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           MOVE WS-REPORT-MONTH          TO WS-H-MONTH
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-MONTH
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
              IF PARM-REPORT-MONTH NOT = SPACES
                 MOVE PARM-REPORT-MONTH   TO WS-REPORT-MONTH
              END-IF
           END-IF

      *    DEFAULT IS THE MONTH BEFORE THE RUN DATE
           IF WS-REPORT-MONTH = SPACES
              MOVE WS-DATE-R(1:7)         TO WS-REPORT-MONTH
              IF WS-RPT-MM = 1
                 MOVE 12                  TO WS-RPT-MM
                 SUBTRACT 1             FROM WS-RPT-YEAR
              ELSE
                 SUBTRACT 1             FROM WS-RPT-MM
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT; THE PARM RUN DATE STILL
      *    OVERRIDES BOTH FOR RERUNS
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
       1080-CLEAR-PURPOSE.
           MOVE ZERO TO WS-PUR-MTH-CNT (WS-PUR-SUB)
                        WS-PUR-MTH-AMT (WS-PUR-SUB)
                        WS-PUR-YTD-CNT (WS-PUR-SUB)
                        WS-PUR-YTD-AMT (WS-PUR-SUB)
           .
       1080-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLY CHARGE-OFFS DATED IN THE REPORT YEAR, UP TO THE END OF
      *    THE REPORT MONTH, AND ONLY THOSE ON LOAN ACCOUNTS, COUNT.
      *    A CHARGED-OFF LOAN IS CLOSED, NOT DELETED, SO ITS ACCOUNT
      *    RECORD IS STILL THERE TO GIVE THE PURPOSE.
       2000-READ-ONE-CHARGEOFF.
           MOVE '2000-READ-ONE-CHARGEOFF' TO ERR-LOC

           READ WBCHGOFF-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT

           IF COF-CHARGEOFF-DATE(1:4) NOT = WS-REPORT-MONTH(1:4)
           OR COF-CHARGEOFF-DATE(1:7) > WS-REPORT-MONTH
              GO TO 2000-EXIT
           END-IF

           MOVE COF-SSN        TO ACCOUNT-SSN
           MOVE COF-ACCT-NUM   TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY GO TO 2000-EXIT
           END-READ
           IF NOT ACCOUNT-TYPE-LON
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-IN-MONTH-FLAG
           IF COF-CHARGEOFF-DATE(1:7) = WS-REPORT-MONTH
              SET WS-IN-REPORT-MONTH TO TRUE
           END-IF

           PERFORM 2100-ADD-PURPOSE-TOTALS THRU 2100-EXIT
           PERFORM 2200-ADD-BRANCH-TOTALS  THRU 2200-EXIT

           ADD 1          TO WS-TOT-YTD-CNT
           ADD COF-AMOUNT TO WS-TOT-YTD-AMT
           IF WS-IN-REPORT-MONTH
              ADD 1          TO WS-TOT-MTH-CNT
              ADD COF-AMOUNT TO WS-TOT-MTH-AMT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-ADD-PURPOSE-TOTALS.
           MOVE '2100-ADD-PURPOSE-TOTALS' TO ERR-LOC

           SET PUR-IDX TO 1
           SEARCH WS-PUR-ENTRY
              AT END
                 SET PUR-IDX TO 6
              WHEN WS-PUR-CODE (PUR-IDX) = ACCOUNT-LON-PURPOSE-CODE
                 CONTINUE
           END-SEARCH
           SET WS-PUR-SUB TO PUR-IDX

           ADD 1          TO WS-PUR-YTD-CNT (WS-PUR-SUB)
           ADD COF-AMOUNT TO WS-PUR-YTD-AMT (WS-PUR-SUB)
           IF WS-IN-REPORT-MONTH
              ADD 1          TO WS-PUR-MTH-CNT (WS-PUR-SUB)
              ADD COF-AMOUNT TO WS-PUR-MTH-AMT (WS-PUR-SUB)
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-ADD-BRANCH-TOTALS.
           MOVE '2200-ADD-BRANCH-TOTALS' TO ERR-LOC

           SET BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
              AT END
                 IF WS-BRN-COUNT < 100
                    ADD 1 TO WS-BRN-COUNT
                    SET BRN-IDX TO WS-BRN-COUNT
                    MOVE COF-BRANCH TO WS-BRN-ID (BRN-IDX)
                    MOVE ZERO TO WS-BRN-MTH-CNT (BRN-IDX)
                                 WS-BRN-MTH-AMT (BRN-IDX)
                                 WS-BRN-YTD-CNT (BRN-IDX)
                                 WS-BRN-YTD-AMT (BRN-IDX)
                 ELSE
                    GO TO 2200-EXIT
                 END-IF
              WHEN WS-BRN-ID (BRN-IDX) = COF-BRANCH
                 CONTINUE
           END-SEARCH

           ADD 1          TO WS-BRN-YTD-CNT (BRN-IDX)
           ADD COF-AMOUNT TO WS-BRN-YTD-AMT (BRN-IDX)
           IF WS-IN-REPORT-MONTH
              ADD 1          TO WS-BRN-MTH-CNT (BRN-IDX)
              ADD COF-AMOUNT TO WS-BRN-MTH-AMT (BRN-IDX)
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-PRINT-ONE-PURPOSE.
           MOVE '2400-PRINT-ONE-PURPOSE' TO ERR-LOC

           MOVE SPACES                       TO WS-LOSS-LINE
           MOVE WS-PUR-NAME (WS-PUR-SUB)     TO WS-L-LABEL
           MOVE WS-PUR-MTH-CNT (WS-PUR-SUB)  TO WS-L-MTH-CNT
           MOVE WS-PUR-MTH-AMT (WS-PUR-SUB)  TO WS-L-MTH-AMT
           MOVE WS-PUR-YTD-CNT (WS-PUR-SUB)  TO WS-L-YTD-CNT
           MOVE WS-PUR-YTD-AMT (WS-PUR-SUB)  TO WS-L-YTD-AMT

           MOVE WS-LOSS-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2450-PRINT-ONE-BRANCH.
           MOVE '2450-PRINT-ONE-BRANCH' TO ERR-LOC

           MOVE SPACES                     TO WS-LOSS-LINE
           MOVE WS-BRN-ID (BRN-IDX)        TO WS-L-LABEL
           MOVE WS-BRN-MTH-CNT (BRN-IDX)   TO WS-L-MTH-CNT
           MOVE WS-BRN-MTH-AMT (BRN-IDX)   TO WS-L-MTH-AMT
           MOVE WS-BRN-YTD-CNT (BRN-IDX)   TO WS-L-YTD-CNT
           MOVE WS-BRN-YTD-AMT (BRN-IDX)   TO WS-L-YTD-AMT

           MOVE WS-LOSS-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2450-EXIT.
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
       2600-PRINT-TOTAL.
           MOVE '2600-PRINT-TOTAL'       TO ERR-LOC

           MOVE SPACES                   TO WS-LOSS-LINE
           MOVE 'TOTAL'                  TO WS-L-LABEL
           MOVE WS-TOT-MTH-CNT           TO WS-L-MTH-CNT
           MOVE WS-TOT-MTH-AMT           TO WS-L-MTH-AMT
           MOVE WS-TOT-YTD-CNT           TO WS-L-YTD-CNT
           MOVE WS-TOT-YTD-AMT           TO WS-L-YTD-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-LOSS-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           WRITE RPT-OP-FIELDS      FROM WS-HEADER-PURPOSE
           WRITE RPT-OP-FIELDS      FROM WS-HEADER-LABEL-1
           WRITE RPT-OP-FIELDS      FROM WS-HEADER-LABEL-2
           PERFORM 2400-PRINT-ONE-PURPOSE THRU 2400-EXIT
              VARYING WS-PUR-SUB FROM 1 BY 1
              UNTIL WS-PUR-SUB > 6
           PERFORM 2600-PRINT-TOTAL THRU 2600-EXIT

           WRITE RPT-OP-FIELDS      FROM WS-HEADER-BRANCH
           WRITE RPT-OP-FIELDS      FROM WS-HEADER-LABEL-1
           WRITE RPT-OP-FIELDS      FROM WS-HEADER-LABEL-2
           PERFORM 2450-PRINT-ONE-BRANCH THRU 2450-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > WS-BRN-COUNT
           PERFORM 2600-PRINT-TOTAL THRU 2600-EXIT

           MOVE WS-READ-COUNT     TO WS-TR-READ-CNT
           MOVE WS-TOT-MTH-CNT    TO WS-TR-LON-CNT
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-ACCT-ERR.
           DISPLAY 'FILE ERROR'
           DISPLAY 'PROG: ' ERR-PGM
           DISPLAY '  IN: ' ERR-LOC
           DISPLAY ' MSG: ' ERR-MSG
           DISPLAY 'CODE: ' WBACCTDB-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
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
