      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CMPLQTR.
      ****************************************************************
      * Quarterly customer complaint summary for the compliance      *
      * committee and the examiners' complaint log. Every complaint  *
      * on WBCMPLDB-DD is counted against the report quarter:        *
      *   - RECEIVED    logged during the quarter;                   *
      *   - RESOLVED    resolved during the quarter, with LATE the   *
      *                 ones resolved after their due date and the   *
      *                 average days from receipt to resolution;     *
      *   - OPEN AT QE  received by the quarter end and not yet      *
      *                 resolved then, with PAST DUE the ones whose  *
      *                 due date had already passed.                 *
      * Counts print by category for the whole bank, then by branch  *
      * and category (branch order, a total per branch), then the    *
      * quarter's resolutions by root cause. The quarter comes from  *
      * the PARM card as YYYY-Qn; left blank it is the last quarter  *
      * completed before the run date. The file is only read.        *
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
           SELECT WBCMPLDB-FILE
               ASSIGN       TO WBCMPLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CMP-KEY
               FILE STATUS  IS WBCMPLDB-FILE-STATUS WBCMPLDB-VSAM-CODE.

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

       FD  WBCMPLDB-FILE.
           COPY WBCMPREC.

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
      *    REPORT QUARTER AS YYYY-QN - BLANK FOR THE LAST QUARTER
      *    COMPLETED BEFORE THE RUN DATE
           05 PARM-QUARTER.
              10 PARM-QTR-YEAR           PIC X(04).
              10 PARM-QTR-DASH           PIC X(01).
              10 PARM-QTR-LETTER         PIC X(01).
              10 PARM-QTR-NUMBER         PIC X(01).
           05 FILLER                     PIC X(62).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCMPLDB-FILE-STATUS.
           05  STA-CMP-STAT1             PIC X(01).
           05  STA-CMP-STAT2             PIC X(01).
       01  WBCMPLDB-VSAM-CODE.
           05 CMP-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CMP-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CMP-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
                  'CUSTOMER COMPLAINT QUARTERLY SUMMARY'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-QUARTER-LINE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(08)  VALUE 'QUARTER '.
              10 WS-Q-QUARTER  PIC X(07).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-Q-START    PIC X(10).
              10 FILLER        PIC X(06)  VALUE ' THRU '.
              10 WS-Q-END      PIC X(10).
              10 FILLER        PIC X(49)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-SEC-TITLE  PIC X(60).
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(07)  VALUE 'BRANCH'.
              10 FILLER        PIC X(04)  VALUE 'CAT'.
              10 FILLER        PIC X(17)  VALUE 'DESCRIPTION'.
              10 FILLER        PIC X(11)  VALUE 'RECEIVED'.
              10 FILLER        PIC X(11)  VALUE 'RESOLVED'.
              10 FILLER        PIC X(11)  VALUE 'LATE'.
              10 FILLER        PIC X(11)  VALUE 'OPEN AT QE'.
              10 FILLER        PIC X(11)  VALUE 'PAST DUE'.
              10 FILLER        PIC X(08)  VALUE 'AVG DAYS'.
              10 FILLER        PIC X(41)  VALUE SPACES.

           05 WS-SUM-LINE.
              10 WS-S-BRANCH   PIC X(05).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-CATEGORY PIC X(02).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-CAT-NAME PIC X(15).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-RECEIVED PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-S-RESOLVED PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-S-LATE     PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-S-OPEN     PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-S-PAST-DUE PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-S-AVG-DAYS PIC ZZZ9.9.
              10 FILLER        PIC X(43)  VALUE SPACES.

           05 WS-CAUSE-LABEL.
              10 FILLER        PIC X(11)  VALUE SPACES.
              10 FILLER        PIC X(17)  VALUE 'ROOT CAUSE'.
              10 FILLER        PIC X(11)  VALUE 'RESOLVED'.
              10 FILLER        PIC X(11)  VALUE 'LATE'.
              10 FILLER        PIC X(82)  VALUE SPACES.

           05 WS-CAUSE-LINE.
              10 FILLER        PIC X(07)  VALUE SPACES.
              10 WS-C-CAUSE    PIC X(02).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-C-NAME     PIC X(15).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-C-RESOLVED PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-C-LATE     PIC ZZZ,ZZ9.
              10 FILLER        PIC X(86)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'COMPLAINTS READ           :'.
              10 WS-TR-RD-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'COUNTED IN THE QUARTER    :'.
              10 WS-TR-CNT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BRANCHES REPORTED         :'.
              10 WS-TR-BRN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *    THE COMPLAINT CATEGORIES IN PRINT ORDER - AN UNKNOWN CODE
      *    COUNTS AS OTHER, THE LAST ENTRY
       01  WS-CAT-TABLE-DATA.
           05 FILLER           PIC X(17)  VALUE 'FEFEES'.
           05 FILLER           PIC X(17)  VALUE 'ERERRORS'.
           05 FILLER           PIC X(17)  VALUE 'SVSERVICE'.
           05 FILLER           PIC X(17)  VALUE 'DIDISCRIMINATION'.
           05 FILLER           PIC X(17)  VALUE 'PRPRIVACY'.
           05 FILLER           PIC X(17)  VALUE 'DSDISCLOSURE'.
           05 FILLER           PIC X(17)  VALUE 'COCOLLECTIONS'.
           05 FILLER           PIC X(17)  VALUE 'OTOTHER'.
       01  WS-CAT-TABLE REDEFINES WS-CAT-TABLE-DATA.
           05 WS-CAT-ENTRY OCCURS 8 TIMES
                           INDEXED BY CAT-IDX.
              10 WS-CAT-CODE           PIC X(02).
              10 WS-CAT-NAME           PIC X(15).

       01  WS-CAUSE-TABLE-DATA.
           05 FILLER           PIC X(17)  VALUE 'PRPROCESS'.
           05 FILLER           PIC X(17)  VALUE 'TRTRAINING'.
           05 FILLER           PIC X(17)  VALUE 'SYSYSTEM'.
           05 FILLER           PIC X(17)  VALUE 'POPOLICY'.
           05 FILLER           PIC X(17)  VALUE 'TPTHIRD PARTY'.
           05 FILLER           PIC X(17)  VALUE 'NFNO FAULT FOUND'.
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-TABLE-DATA.
           05 WS-CAUSE-ENTRY OCCURS 6 TIMES
                             INDEXED BY CAU-IDX.
              10 WS-CAUSE-CODE         PIC X(02).
              10 WS-CAUSE-NAME         PIC X(15).

       01  WS-CAUSE-COUNTS.
           05 WS-CAUSE-CNT OCCURS 6 TIMES.
              10 WS-CAU-RESOLVED       PIC S9(7)     COMP-3.
              10 WS-CAU-LATE           PIC S9(7)     COMP-3.

      *    ONE COMPLAINT'S CONTRIBUTION, ADDED TO ITS BRANCH AND
      *    CATEGORY CELL, THE BRANCH TOTAL, THE CATEGORY TOTAL AND
      *    THE GRAND TOTAL
       01  WS-ITEM-COUNTS.
           05 WS-I-RECEIVED            PIC S9(7)     COMP-3.
           05 WS-I-RESOLVED            PIC S9(7)     COMP-3.
           05 WS-I-LATE                PIC S9(7)     COMP-3.
           05 WS-I-OPEN                PIC S9(7)     COMP-3.
           05 WS-I-PAST-DUE            PIC S9(7)     COMP-3.
           05 WS-I-RES-DAYS            PIC S9(9)     COMP-3.

      *    THE COUNTS BEING PRINTED - EVERY COUNT GROUP BELOW SHARES
      *    THIS LAYOUT
       01  WS-WORK-COUNTS.
           05 WS-W-RECEIVED            PIC S9(7)     COMP-3.
           05 WS-W-RESOLVED            PIC S9(7)     COMP-3.
           05 WS-W-LATE                PIC S9(7)     COMP-3.
           05 WS-W-OPEN                PIC S9(7)     COMP-3.
           05 WS-W-PAST-DUE            PIC S9(7)     COMP-3.
           05 WS-W-RES-DAYS            PIC S9(9)     COMP-3.

       01  WS-GRAND-COUNTS.
           05 WS-GT-RECEIVED           PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-RESOLVED           PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-LATE               PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-OPEN               PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-PAST-DUE           PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-RES-DAYS           PIC S9(9)     COMP-3 VALUE 0.

       01  WS-CAT-TOTALS.
           05 WS-CT-ENTRY OCCURS 8 TIMES.
              10 WS-CT-RECEIVED        PIC S9(7)     COMP-3.
              10 WS-CT-RESOLVED        PIC S9(7)     COMP-3.
              10 WS-CT-LATE            PIC S9(7)     COMP-3.
              10 WS-CT-OPEN            PIC S9(7)     COMP-3.
              10 WS-CT-PAST-DUE        PIC S9(7)     COMP-3.
              10 WS-CT-RES-DAYS        PIC S9(9)     COMP-3.

       01  WS-BRN-TABLE.
           05 WS-BRN-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 100 TIMES
                           INDEXED BY BRN-IDX BRN-IDX2.
              10 WS-BRN-ID             PIC X(03).
              10 WS-BT-COUNTS.
                 15 WS-BT-RECEIVED     PIC S9(7)     COMP-3.
                 15 WS-BT-RESOLVED     PIC S9(7)     COMP-3.
                 15 WS-BT-LATE         PIC S9(7)     COMP-3.
                 15 WS-BT-OPEN         PIC S9(7)     COMP-3.
                 15 WS-BT-PAST-DUE     PIC S9(7)     COMP-3.
                 15 WS-BT-RES-DAYS     PIC S9(9)     COMP-3.
              10 WS-BC-ENTRY OCCURS 8 TIMES.
                 15 WS-BC-RECEIVED     PIC S9(7)     COMP-3.
                 15 WS-BC-RESOLVED     PIC S9(7)     COMP-3.
                 15 WS-BC-LATE         PIC S9(7)     COMP-3.
                 15 WS-BC-OPEN         PIC S9(7)     COMP-3.
                 15 WS-BC-PAST-DUE     PIC S9(7)     COMP-3.
                 15 WS-BC-RES-DAYS     PIC S9(9)     COMP-3.

      *    HOLD AREA FOR SWAPPING TWO BRANCH ENTRIES IN THE SORT
       01  WS-BRN-HOLD                 PIC X(228).

       01  WS-VARS.
           05 WS-QUARTER               PIC X(07)     VALUE SPACES.
           05 WS-QTR-START             PIC X(10)     VALUE SPACES.
           05 WS-QTR-END               PIC X(10)     VALUE SPACES.
           05 WS-QTR-YEAR              PIC 9(04)     VALUE ZERO.
           05 WS-QTR-NUM               PIC 9(01)     VALUE ZERO.
           05 WS-QTR-START-MM          PIC 9(02)     VALUE ZERO.
           05 WS-RUN-MONTH             PIC 9(02)     VALUE ZERO.
           05 WS-ITEM-BRANCH           PIC X(03)     VALUE SPACES.
           05 WS-CAT-SUB               PIC 9(03)  COMP VALUE ZERO.
           05 WS-CAU-SUB               PIC 9(03)  COMP VALUE ZERO.
           05 WS-RECEIVED-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-RESOLVED-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-AVG-DAYS              PIC 9(04)V9   VALUE ZERO.
           05 WS-READ-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-COUNTED-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-SWAP-SW               PIC X(01)     VALUE 'N'.
              88 WS-SWAP-MADE                        VALUE 'Y'.

      *    QUARTER-END MONTH AND DAY, BY QUARTER
       01  WS-QTR-END-DATA             PIC X(16)
                                       VALUE '0331063009301231'.
       01  WS-QTR-END-TABLE REDEFINES WS-QTR-END-DATA.
           05 WS-QTR-END-MMDD OCCURS 4 TIMES.
              10 WS-QTR-END-MM         PIC X(02).
              10 WS-QTR-END-DD         PIC X(02).

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'CMPLQTR'.
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
      * THIS PROGRAM SUMMARIZES A QUARTER'S CUSTOMER COMPLAINTS BY
      * CATEGORY, BRANCH AND ROOT CAUSE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT WBCMPLDB-FILE
           MOVE       'ERROR OPENING WBCMPLDB'  TO ERR-MSG
           PERFORM 9995-CMP-ERR-CHK            THRU 9995-EXIT

           PERFORM 1200-READ-COMPLAINT THRU 1200-EXIT
           PERFORM 2000-PROCESS-ALL-COMPLAINTS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBCMPLDB-FILE
           MOVE      'ERROR CLOSING WBCMPLDB' TO ERR-MSG
           PERFORM 9995-CMP-ERR-CHK        THRU 9995-EXIT

           PERFORM 2400-SORT-BRANCHES THRU 2400-EXIT
           PERFORM 3000-HOUSEKEEPING  THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           PERFORM 1100-SET-QUARTER      THRU 1100-EXIT

           INITIALIZE WS-CAT-TOTALS WS-CAUSE-COUNTS

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           MOVE WS-QUARTER   TO WS-Q-QUARTER
           MOVE WS-QTR-START TO WS-Q-START
           MOVE WS-QTR-END   TO WS-Q-END
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-QUARTER-LINE
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
              IF PARM-QTR-YEAR IS NUMERIC
                 AND PARM-QTR-DASH = '-'
                 AND PARM-QTR-LETTER = 'Q'
                 AND PARM-QTR-NUMBER >= '1' AND PARM-QTR-NUMBER <= '4'
                 MOVE PARM-QTR-YEAR       TO WS-QTR-YEAR
                 MOVE PARM-QTR-NUMBER     TO WS-QTR-NUM
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
      *    WITH NO QUARTER ON THE PARM CARD, REPORT THE LAST QUARTER
      *    COMPLETED BEFORE THE RUN DATE. THE QUARTER'S FIRST AND LAST
      *    DAYS BOUND THE ISO DATE COMPARISONS.
       1100-SET-QUARTER.
           MOVE '1100-SET-QUARTER'       TO ERR-LOC

           IF WS-QTR-NUM = 0
              MOVE WS-DATE-R(1:4)        TO WS-QTR-YEAR
              MOVE WS-DATE-R(6:2)        TO WS-RUN-MONTH
              COMPUTE WS-QTR-NUM = ((WS-RUN-MONTH - 1) / 3) + 1
              IF WS-QTR-NUM = 1
                 MOVE 4                  TO WS-QTR-NUM
                 SUBTRACT 1            FROM WS-QTR-YEAR
              ELSE
                 SUBTRACT 1            FROM WS-QTR-NUM
              END-IF
           END-IF

           COMPUTE WS-QTR-START-MM = ((WS-QTR-NUM - 1) * 3) + 1

           MOVE SPACES                   TO WS-QUARTER
           STRING WS-QTR-YEAR '-Q' WS-QTR-NUM DELIMITED BY SIZE
                  INTO WS-QUARTER
           MOVE SPACES                   TO WS-QTR-START
           STRING WS-QTR-YEAR '-' WS-QTR-START-MM '-01'
                  DELIMITED BY SIZE
                  INTO WS-QTR-START
           MOVE SPACES                   TO WS-QTR-END
           STRING WS-QTR-YEAR '-'
                  WS-QTR-END-MM (WS-QTR-NUM) '-'
                  WS-QTR-END-DD (WS-QTR-NUM) DELIMITED BY SIZE
                  INTO WS-QTR-END
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-COMPLAINT.
           MOVE '1200-READ-COMPLAINT' TO ERR-LOC

           READ WBCMPLDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBCMPLDB' TO ERR-MSG
           PERFORM 9995-CMP-ERR-CHK THRU 9995-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-COMPLAINTS.
           MOVE '2000-PROCESS-ALL-COMPL' TO ERR-LOC

           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-COUNT-ONE-COMPLAINT THRU 2100-EXIT

           PERFORM 1200-READ-COMPLAINT THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WORK OUT WHAT THE COMPLAINT CONTRIBUTES TO THE QUARTER; ONE
      *    THAT CONTRIBUTES NOTHING IS LEFT OUT OF THE BRANCH TABLE
       2100-COUNT-ONE-COMPLAINT.
           MOVE '2100-COUNT-ONE-COMPL' TO ERR-LOC

           INITIALIZE WS-ITEM-COUNTS

           IF CMP-RECEIVED-DATE >= WS-QTR-START
              AND CMP-RECEIVED-DATE <= WS-QTR-END
              MOVE 1 TO WS-I-RECEIVED
           END-IF

           IF CMP-STATUS-RESOLVED
              AND CMP-RESOLVED-DATE >= WS-QTR-START
              AND CMP-RESOLVED-DATE <= WS-QTR-END
              MOVE 1 TO WS-I-RESOLVED
              IF CMP-RESOLVED-DATE > CMP-DUE-DATE
                 MOVE 1 TO WS-I-LATE
              END-IF
              MOVE CMP-RECEIVED-DATE(1:4) TO WS-RECEIVED-NUM(1:4)
              MOVE CMP-RECEIVED-DATE(6:2) TO WS-RECEIVED-NUM(5:2)
              MOVE CMP-RECEIVED-DATE(9:2) TO WS-RECEIVED-NUM(7:2)
              MOVE CMP-RESOLVED-DATE(1:4) TO WS-RESOLVED-NUM(1:4)
              MOVE CMP-RESOLVED-DATE(6:2) TO WS-RESOLVED-NUM(5:2)
              MOVE CMP-RESOLVED-DATE(9:2) TO WS-RESOLVED-NUM(7:2)
              COMPUTE WS-I-RES-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RESOLVED-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-RECEIVED-NUM)
              PERFORM 2200-COUNT-ROOT-CAUSE THRU 2200-EXIT
           END-IF

           IF CMP-RECEIVED-DATE <= WS-QTR-END
              AND (CMP-STATUS-OPEN
                   OR CMP-RESOLVED-DATE > WS-QTR-END)
              MOVE 1 TO WS-I-OPEN
              IF CMP-DUE-DATE < WS-QTR-END
                 MOVE 1 TO WS-I-PAST-DUE
              END-IF
           END-IF

           IF WS-I-RECEIVED = 0 AND WS-I-RESOLVED = 0
              AND WS-I-OPEN = 0
              GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-COUNTED-COUNT
           PERFORM 2300-ADD-BRANCH-TOTALS THRU 2300-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-COUNT-ROOT-CAUSE.
           SET CAU-IDX TO 1
           SEARCH WS-CAUSE-ENTRY
              AT END
                 GO TO 2200-EXIT
              WHEN WS-CAUSE-CODE (CAU-IDX) = CMP-ROOT-CAUSE-CODE
                 SET WS-CAU-SUB TO CAU-IDX
           END-SEARCH

           ADD WS-I-RESOLVED TO WS-CAU-RESOLVED (WS-CAU-SUB)
           ADD WS-I-LATE     TO WS-CAU-LATE (WS-CAU-SUB)
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FIND (OR TABLE) THE BRANCH AND CATEGORY AND ADD THE
      *    COMPLAINT'S COUNTS TO THE CELL AND EVERY TOTAL ABOVE IT
       2300-ADD-BRANCH-TOTALS.
           MOVE '2300-ADD-BRANCH-TOTALS' TO ERR-LOC

           MOVE CMP-BRANCH TO WS-ITEM-BRANCH
           IF WS-ITEM-BRANCH = SPACES
              MOVE '---' TO WS-ITEM-BRANCH
           END-IF

           SET CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
              AT END
                 SET CAT-IDX TO 8
              WHEN WS-CAT-CODE (CAT-IDX) = CMP-CATEGORY-CODE
                 CONTINUE
           END-SEARCH
           SET WS-CAT-SUB TO CAT-IDX

           SET BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
              AT END
                 IF WS-BRN-COUNT < 100
                    ADD 1 TO WS-BRN-COUNT
                    SET BRN-IDX TO WS-BRN-COUNT
                    INITIALIZE WS-BRN-ENTRY (BRN-IDX)
                    MOVE WS-ITEM-BRANCH TO WS-BRN-ID (BRN-IDX)
                 ELSE
                    GO TO 2300-EXIT
                 END-IF
              WHEN WS-BRN-ID (BRN-IDX) = WS-ITEM-BRANCH
                 CONTINUE
           END-SEARCH

           ADD WS-I-RECEIVED TO WS-BC-RECEIVED (BRN-IDX WS-CAT-SUB)
                                WS-BT-RECEIVED (BRN-IDX)
                                WS-CT-RECEIVED (WS-CAT-SUB)
                                WS-GT-RECEIVED
           ADD WS-I-RESOLVED TO WS-BC-RESOLVED (BRN-IDX WS-CAT-SUB)
                                WS-BT-RESOLVED (BRN-IDX)
                                WS-CT-RESOLVED (WS-CAT-SUB)
                                WS-GT-RESOLVED
           ADD WS-I-LATE     TO WS-BC-LATE (BRN-IDX WS-CAT-SUB)
                                WS-BT-LATE (BRN-IDX)
                                WS-CT-LATE (WS-CAT-SUB)
                                WS-GT-LATE
           ADD WS-I-OPEN     TO WS-BC-OPEN (BRN-IDX WS-CAT-SUB)
                                WS-BT-OPEN (BRN-IDX)
                                WS-CT-OPEN (WS-CAT-SUB)
                                WS-GT-OPEN
           ADD WS-I-PAST-DUE TO WS-BC-PAST-DUE (BRN-IDX WS-CAT-SUB)
                                WS-BT-PAST-DUE (BRN-IDX)
                                WS-CT-PAST-DUE (WS-CAT-SUB)
                                WS-GT-PAST-DUE
           ADD WS-I-RES-DAYS TO WS-BC-RES-DAYS (BRN-IDX WS-CAT-SUB)
                                WS-BT-RES-DAYS (BRN-IDX)
                                WS-CT-RES-DAYS (WS-CAT-SUB)
                                WS-GT-RES-DAYS
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PUT THE BRANCH TABLE IN BRANCH ORDER - AN EXCHANGE SORT,
      *    REPEATED UNTIL A PASS MAKES NO SWAP
       2400-SORT-BRANCHES.
           MOVE '2400-SORT-BRANCHES' TO ERR-LOC

           MOVE 'Y' TO WS-SWAP-SW
           PERFORM 2410-SORT-ONE-PASS THRU 2410-EXIT
              UNTIL NOT WS-SWAP-MADE
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-SORT-ONE-PASS.
           MOVE 'N' TO WS-SWAP-SW
           PERFORM 2420-COMPARE-PAIR THRU 2420-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX >= WS-BRN-COUNT
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2420-COMPARE-PAIR.
           SET BRN-IDX2 TO BRN-IDX
           SET BRN-IDX2 UP BY 1
           IF WS-BRN-ID (BRN-IDX) > WS-BRN-ID (BRN-IDX2)
              MOVE WS-BRN-ENTRY (BRN-IDX)  TO WS-BRN-HOLD
              MOVE WS-BRN-ENTRY (BRN-IDX2) TO WS-BRN-ENTRY (BRN-IDX)
              MOVE WS-BRN-HOLD             TO WS-BRN-ENTRY (BRN-IDX2)
              MOVE 'Y' TO WS-SWAP-SW
           END-IF
           .
       2420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRINT ONE LINE OF COUNTS FROM WS-WORK-COUNTS; THE CALLER
      *    HAS SET THE BRANCH AND CATEGORY COLUMNS
       2500-PRINT-COUNTS.
           MOVE WS-W-RECEIVED   TO WS-S-RECEIVED
           MOVE WS-W-RESOLVED   TO WS-S-RESOLVED
           MOVE WS-W-LATE       TO WS-S-LATE
           MOVE WS-W-OPEN       TO WS-S-OPEN
           MOVE WS-W-PAST-DUE   TO WS-S-PAST-DUE
           MOVE ZERO            TO WS-AVG-DAYS
           IF WS-W-RESOLVED > 0
              COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-W-RES-DAYS / WS-W-RESOLVED
           END-IF
           MOVE WS-AVG-DAYS     TO WS-S-AVG-DAYS

           WRITE RPT-OP-FIELDS FROM WS-SUM-LINE
           MOVE    'ERROR WRITING SUMMARY' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-PRINT-CATEGORY-TOTAL.
           MOVE '2600-PRINT-CAT-TOTAL' TO ERR-LOC

           MOVE SPACES                    TO WS-SUM-LINE
           MOVE 'ALL'                     TO WS-S-BRANCH
           MOVE WS-CAT-CODE (CAT-IDX)     TO WS-S-CATEGORY
           MOVE WS-CAT-NAME (CAT-IDX)     TO WS-S-CAT-NAME
           SET WS-CAT-SUB                 TO CAT-IDX
           MOVE WS-CT-ENTRY (WS-CAT-SUB)  TO WS-WORK-COUNTS
           PERFORM 2500-PRINT-COUNTS    THRU 2500-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2700-PRINT-ONE-BRANCH.
           MOVE '2700-PRINT-ONE-BRANCH' TO ERR-LOC

           PERFORM 2710-PRINT-BRANCH-CATEGORY THRU 2710-EXIT
              VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > 8

           MOVE SPACES                    TO WS-SUM-LINE
           MOVE WS-BRN-ID (BRN-IDX)       TO WS-S-BRANCH
           MOVE 'BRANCH TOTAL'            TO WS-S-CAT-NAME
           MOVE WS-BT-COUNTS (BRN-IDX)    TO WS-WORK-COUNTS
           PERFORM 2500-PRINT-COUNTS    THRU 2500-EXIT
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CATEGORY THE BRANCH HAD NOTHING IN IS NOT PRINTED
       2710-PRINT-BRANCH-CATEGORY.
           SET WS-CAT-SUB TO CAT-IDX
           MOVE WS-BC-ENTRY (BRN-IDX WS-CAT-SUB) TO WS-WORK-COUNTS
           IF WS-W-RECEIVED = 0 AND WS-W-RESOLVED = 0
              AND WS-W-OPEN = 0
              GO TO 2710-EXIT
           END-IF

           MOVE SPACES                    TO WS-SUM-LINE
           MOVE WS-BRN-ID (BRN-IDX)       TO WS-S-BRANCH
           MOVE WS-CAT-CODE (CAT-IDX)     TO WS-S-CATEGORY
           MOVE WS-CAT-NAME (CAT-IDX)     TO WS-S-CAT-NAME
           PERFORM 2500-PRINT-COUNTS    THRU 2500-EXIT
           .
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2800-PRINT-ONE-CAUSE.
           SET WS-CAU-SUB TO CAU-IDX
           MOVE SPACES                        TO WS-CAUSE-LINE
           MOVE WS-CAUSE-CODE (CAU-IDX)       TO WS-C-CAUSE
           MOVE WS-CAUSE-NAME (CAU-IDX)       TO WS-C-NAME
           MOVE WS-CAU-RESOLVED (WS-CAU-SUB)  TO WS-C-RESOLVED
           MOVE WS-CAU-LATE (WS-CAU-SUB)      TO WS-C-LATE
           WRITE RPT-OP-FIELDS FROM WS-CAUSE-LINE
           MOVE    'ERROR WRITING CAUSE LINE' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           MOVE 'COMPLAINTS BY CATEGORY - ALL BRANCHES' TO WS-SEC-TITLE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2600-PRINT-CATEGORY-TOTAL THRU 2600-EXIT
              VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > 8
           MOVE SPACES                    TO WS-SUM-LINE
           MOVE 'TOTAL'                   TO WS-S-BRANCH
           MOVE WS-GRAND-COUNTS           TO WS-WORK-COUNTS
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2500-PRINT-COUNTS    THRU 2500-EXIT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           MOVE 'COMPLAINTS BY BRANCH AND CATEGORY' TO WS-SEC-TITLE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2700-PRINT-ONE-BRANCH THRU 2700-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > WS-BRN-COUNT

           MOVE 'RESOLUTIONS IN THE QUARTER BY ROOT CAUSE'
                                          TO WS-SEC-TITLE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-CAUSE-LABEL
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2800-PRINT-ONE-CAUSE THRU 2800-EXIT
              VARYING CAU-IDX FROM 1 BY 1
              UNTIL CAU-IDX > 6

           MOVE WS-READ-COUNT    TO WS-TR-RD-CNT
           MOVE WS-COUNTED-COUNT TO WS-TR-CNT-CNT
           MOVE WS-BRN-COUNT     TO WS-TR-BRN-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-CMP-ERR-CHK.
           MOVE WBCMPLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCMPLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCMPLDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CMP-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CMP-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CMP-VSAM-REASON-CODE
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
