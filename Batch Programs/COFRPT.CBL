      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. COFRPT.
      ****************************************************************
      * Monthly charge-off recovery register. Every WBCHGOFF-DD      *
      * charge-off and every WBCOFRCV-DD recovery is totalled by the *
      * branch that took the loss, for the report month and the year *
      * to date, and each branch line shows gross charge-offs,       *
      * recoveries and the net loss. The report month defaults to    *
      * the month before the run date - the job runs on the first    *
      * business day - and can be set on PARMIN-DD as YYYY-MM.       *
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

           SELECT WBCOFRCV-FILE
               ASSIGN       TO WBCOFRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RCV-KEY
               FILE STATUS  IS WBCOFRCV-FILE-STATUS.

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

       FD  WBCOFRCV-FILE.
           COPY WBCRVREC.

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
       01  WBCOFRCV-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(38)  VALUE
                        'CHARGE-OFF RECOVERY REGISTER'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-MONTH.
              10 FILLER        PIC X(14)  VALUE 'REPORT MONTH: '.
              10 WS-H-MONTH    PIC X(07)  VALUE SPACES.
              10 FILLER        PIC X(111) VALUE SPACES.

           05 WS-HEADER-LABEL-1.
              10 FILLER        PIC X(08)  VALUE SPACES.
              10 FILLER        PIC X(48)  VALUE
                   '---------------- MONTH ----------------'.
              10 FILLER        PIC X(48)  VALUE
                   '------------- YEAR TO DATE ------------'.
              10 FILLER        PIC X(28)  VALUE SPACES.

           05 WS-HEADER-LABEL-2.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(16)  VALUE '   GROSS CHG-OFF'.
              10 FILLER        PIC X(16)  VALUE '      RECOVERIES'.
              10 FILLER        PIC X(16)  VALUE '        NET LOSS'.
              10 FILLER        PIC X(16)  VALUE '   GROSS CHG-OFF'.
              10 FILLER        PIC X(16)  VALUE '      RECOVERIES'.
              10 FILLER        PIC X(16)  VALUE '        NET LOSS'.
              10 FILLER        PIC X(28)  VALUE SPACES.

           05 WS-BRN-LINE.
              10 WS-B-BRANCH   PIC X(08).
              10 WS-B-MTH-GROSS PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-B-MTH-RECOV PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-B-MTH-NET  PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-B-YTD-GROSS PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-B-YTD-RECOV PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-B-YTD-NET  PIC Z(10)9.99-.
              10 FILLER        PIC X(29)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CHARGE-OFFS IN MONTH      :'.
              10 WS-TR-COF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RECOVERIES IN MONTH       :'.
              10 WS-TR-RCV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  PER-BRANCH TOTALS FOR THE MONTH AND THE YEAR TO DATE, BY THE *
      *  BRANCH THAT TOOK THE LOSS                                    *
      *****************************************************************
       01  WS-BRN-TABLE.
           05 WS-BRN-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 100 TIMES
                           INDEXED BY BRN-IDX.
              10 WS-BRN-ID             PIC X(03).
              10 WS-BRN-MTH-GROSS      PIC S9(13)V99 COMP-3.
              10 WS-BRN-MTH-RECOV      PIC S9(13)V99 COMP-3.
              10 WS-BRN-YTD-GROSS      PIC S9(13)V99 COMP-3.
              10 WS-BRN-YTD-RECOV      PIC S9(13)V99 COMP-3.

       01  WS-TOTALS.
           05 WS-TOT-MTH-GROSS         PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-MTH-RECOV         PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-YTD-GROSS         PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-YTD-RECOV         PIC S9(13)V99 VALUE ZERO.

       01  WS-VARS.
           05 WS-REPORT-MONTH          PIC X(07)     VALUE SPACES.
           05 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
              10 WS-RPT-YEAR           PIC 9(04).
              10 FILLER                PIC X(01).
              10 WS-RPT-MM             PIC 9(02).
           05 WS-ITEM-BRANCH           PIC X(03)     VALUE SPACES.
           05 WS-ITEM-DATE             PIC X(10)     VALUE SPACES.
           05 WS-ITEM-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-NET-AMOUNT            PIC S9(13)V99 VALUE ZERO.
           05 WS-COF-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-RCV-COUNT             PIC 9(07)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(06)  VALUE 'COFRPT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ITEM-TYPE-FLAG   PIC X(01)  VALUE SPACE.
              88 ITEM-IS-CHARGEOFF        VALUE 'C'.
              88 ITEM-IS-RECOVERY         VALUE 'R'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM TOTALS THE CHARGE-OFF REGISTER AND THE RECOVERY
      * HISTORY BY BRANCH AND PRINTS GROSS, RECOVERED AND NET LOSS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN INPUT WBCHGOFF-FILE
           IF WBCHGOFF-FILE-STATUS = '00'
              SET ITEM-IS-CHARGEOFF TO TRUE
              MOVE 'N' TO EOF-FLAG
              MOVE LOW-VALUES TO COF-KEY
              START WBCHGOFF-FILE KEY >= COF-KEY
                 INVALID KEY SET END-OF-FILE TO TRUE
              END-START
              PERFORM 2000-READ-ONE-CHARGEOFF THRU 2000-EXIT
                 UNTIL END-OF-FILE
              CLOSE WBCHGOFF-FILE
           END-IF

      *    NO RECOVERY HISTORY YET ON A REGION THAT HAS NEVER TAKEN
      *    A RECOVERY - THE CHARGE-OFFS STILL PRINT
           OPEN INPUT WBCOFRCV-FILE
           IF WBCOFRCV-FILE-STATUS = '00'
              SET ITEM-IS-RECOVERY TO TRUE
              MOVE 'N' TO EOF-FLAG
              MOVE LOW-VALUES TO RCV-KEY
              START WBCOFRCV-FILE KEY >= RCV-KEY
                 INVALID KEY SET END-OF-FILE TO TRUE
              END-START
              PERFORM 2100-READ-ONE-RECOVERY THRU 2100-EXIT
                 UNTIL END-OF-FILE
              CLOSE WBCOFRCV-FILE
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

           MOVE WS-REPORT-MONTH          TO WS-H-MONTH
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-MONTH
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL-1
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL-2
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
       2000-READ-ONE-CHARGEOFF.
           MOVE '2000-READ-ONE-CHARGEOFF' TO ERR-LOC

           READ WBCHGOFF-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           MOVE COF-BRANCH             TO WS-ITEM-BRANCH
           MOVE COF-CHARGEOFF-DATE     TO WS-ITEM-DATE
           MOVE COF-AMOUNT             TO WS-ITEM-AMOUNT
           PERFORM 2300-ADD-BRANCH-TOTALS THRU 2300-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-READ-ONE-RECOVERY.
           MOVE '2100-READ-ONE-RECOVERY' TO ERR-LOC

           READ WBCOFRCV-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2100-EXIT
           END-IF

           MOVE RCV-BRANCH             TO WS-ITEM-BRANCH
           MOVE RCV-DATE               TO WS-ITEM-DATE
           MOVE RCV-AMOUNT             TO WS-ITEM-AMOUNT
           PERFORM 2300-ADD-BRANCH-TOTALS THRU 2300-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLY ITEMS DATED IN THE REPORT YEAR, UP TO THE END OF THE
      *    REPORT MONTH, COUNT
       2300-ADD-BRANCH-TOTALS.
           MOVE '2300-ADD-BRANCH-TOTALS' TO ERR-LOC

           IF WS-ITEM-DATE(1:4) NOT = WS-REPORT-MONTH(1:4)
           OR WS-ITEM-DATE(1:7) > WS-REPORT-MONTH
              GO TO 2300-EXIT
           END-IF

           SET BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
              AT END
                 IF WS-BRN-COUNT < 100
                    ADD 1 TO WS-BRN-COUNT
                    SET BRN-IDX TO WS-BRN-COUNT
                    MOVE WS-ITEM-BRANCH TO WS-BRN-ID (BRN-IDX)
                    MOVE ZERO TO WS-BRN-MTH-GROSS (BRN-IDX)
                                 WS-BRN-MTH-RECOV (BRN-IDX)
                                 WS-BRN-YTD-GROSS (BRN-IDX)
                                 WS-BRN-YTD-RECOV (BRN-IDX)
                 ELSE
                    GO TO 2300-EXIT
                 END-IF
              WHEN WS-BRN-ID (BRN-IDX) = WS-ITEM-BRANCH
                 CONTINUE
           END-SEARCH

           IF ITEM-IS-CHARGEOFF
              ADD WS-ITEM-AMOUNT TO WS-BRN-YTD-GROSS (BRN-IDX)
                                    WS-TOT-YTD-GROSS
              IF WS-ITEM-DATE(1:7) = WS-REPORT-MONTH
                 ADD WS-ITEM-AMOUNT TO WS-BRN-MTH-GROSS (BRN-IDX)
                                       WS-TOT-MTH-GROSS
                 ADD 1              TO WS-COF-COUNT
              END-IF
           ELSE
              ADD WS-ITEM-AMOUNT TO WS-BRN-YTD-RECOV (BRN-IDX)
                                    WS-TOT-YTD-RECOV
              IF WS-ITEM-DATE(1:7) = WS-REPORT-MONTH
                 ADD WS-ITEM-AMOUNT TO WS-BRN-MTH-RECOV (BRN-IDX)
                                       WS-TOT-MTH-RECOV
                 ADD 1              TO WS-RCV-COUNT
              END-IF
           END-IF
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-PRINT-ONE-BRANCH.
           MOVE '2400-PRINT-ONE-BRANCH' TO ERR-LOC

           MOVE SPACES                     TO WS-BRN-LINE
           MOVE WS-BRN-ID (BRN-IDX)        TO WS-B-BRANCH
           MOVE WS-BRN-MTH-GROSS (BRN-IDX) TO WS-B-MTH-GROSS
           MOVE WS-BRN-MTH-RECOV (BRN-IDX) TO WS-B-MTH-RECOV
           COMPUTE WS-NET-AMOUNT =
                   WS-BRN-MTH-GROSS (BRN-IDX)
                 - WS-BRN-MTH-RECOV (BRN-IDX)
           MOVE WS-NET-AMOUNT              TO WS-B-MTH-NET
           MOVE WS-BRN-YTD-GROSS (BRN-IDX) TO WS-B-YTD-GROSS
           MOVE WS-BRN-YTD-RECOV (BRN-IDX) TO WS-B-YTD-RECOV
           COMPUTE WS-NET-AMOUNT =
                   WS-BRN-YTD-GROSS (BRN-IDX)
                 - WS-BRN-YTD-RECOV (BRN-IDX)
           MOVE WS-NET-AMOUNT              TO WS-B-YTD-NET

           MOVE WS-BRN-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2400-EXIT.
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

           PERFORM 2400-PRINT-ONE-BRANCH THRU 2400-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > WS-BRN-COUNT

           MOVE SPACES                     TO WS-BRN-LINE
           MOVE 'TOTAL'                    TO WS-B-BRANCH
           MOVE WS-TOT-MTH-GROSS           TO WS-B-MTH-GROSS
           MOVE WS-TOT-MTH-RECOV           TO WS-B-MTH-RECOV
           COMPUTE WS-NET-AMOUNT = WS-TOT-MTH-GROSS - WS-TOT-MTH-RECOV
           MOVE WS-NET-AMOUNT              TO WS-B-MTH-NET
           MOVE WS-TOT-YTD-GROSS           TO WS-B-YTD-GROSS
           MOVE WS-TOT-YTD-RECOV           TO WS-B-YTD-RECOV
           COMPUTE WS-NET-AMOUNT = WS-TOT-YTD-GROSS - WS-TOT-YTD-RECOV
           MOVE WS-NET-AMOUNT              TO WS-B-YTD-NET
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-BRN-LINE

           MOVE WS-COF-COUNT      TO WS-TR-COF-CNT
           MOVE WS-RCV-COUNT      TO WS-TR-RCV-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
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
