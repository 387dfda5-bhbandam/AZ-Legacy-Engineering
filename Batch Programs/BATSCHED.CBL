      *   CUTOVR - advance the bank business date on WBBDATE-DD at   *
      *            end of window; every dated program reads the      *
      *            current business date from that file              *
      *   BRANCH - load the branch list on WBBCLSDB-DD from the      *
      *            BRNIN-DD cards (a 'D' in column 36 deletes one)   *
      * A step that ends with RC > 4 is marked failed, which blocks  *
      * every successor until the step is rerun - the restartable    *
      * picture of where the window stopped.                         *
      * The START of a first step (no predecessor) is also refused   *
      * until every branch on the branch list has recorded its       *
      * end-of-day close on WGRVBCLS for the business date. The      *
      * branches still open are listed on RPTOUT-DD. A duty officer  *
      * may force the window past them with 'Y' in PARM column 33    *
      * and their OPID in columns 35-37; each forced branch is       *
      * marked forced and the override logged to WBAUDTDB-DD. With   *
      * no WBBCLSDB-DD file yet there is no branch list to wait on.  *
      * Each step carries a run frequency on its SEQIN card (column  *
      * 18, day of month in 20-21 - see WBRUNREC). LOAD and RESET    *
      * resolve it against the holiday calendar for the business     *
      * date: a step not due tonight is set not scheduled, its START *
      * answers RC=4 so the JCL bypasses it, and its successor gates *
      * on the nearest scheduled step further up the chain. RESET    *
      * prints tonight's resolved step list.                         *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBBCLSDB-FILE
               ASSIGN       TO WBBCLSDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BCL-KEY
               FILE STATUS  IS WBBCLSDB-FILE-STATUS.

           SELECT WBAUDTDB-FILE
               ASSIGN       TO WBAUDTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-KEY
               FILE STATUS  IS WBAUDTDB-FILE-STATUS WBAUDTDB-VSAM-CODE.

           SELECT BRN-FILE   ASSIGN TO BRNIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS BRNIN-STAT.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.
           05 SEQ-PROGRAM                PIC X(08).
           05 FILLER                     PIC X(01).
           05 SEQ-PRED-STEP-NUM          PIC 9(03).
           05 FILLER                     PIC X(01).
           05 SEQ-FREQUENCY              PIC X(01).
           05 FILLER                     PIC X(01).
           05 SEQ-FREQ-DAY               PIC X(02).
           05 FILLER                     PIC X(58).

       FD  WBCALDB-FILE.
           COPY WBCALREC.
       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBBCLSDB-FILE.
           COPY WBBCLREC.

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  BRN-FILE
           RECORD CONTAINS 80.
       01  BRN-RECORD.
           05 BRN-BRANCH                 PIC X(03).
           05 FILLER                     PIC X(01).
           05 BRN-NAME                   PIC X(30).
           05 FILLER                     PIC X(01).
           05 BRN-ACTION                 PIC X(01).
              88 BRN-DELETE-BRANCH                  VALUE 'D'.
           05 FILLER                     PIC X(44).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
           05 PARM-STEP-RC               PIC 9(04).
           05 FILLER                     PIC X(01).
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-FORCE-CLOSE           PIC X(01).
              88 PARM-FORCE-WINDOW                  VALUE 'Y'.
           05 FILLER                     PIC X(01).
           05 PARM-DUTY-OFFICER          PIC X(03).
           05 FILLER                     PIC X(43).

       WORKING-STORAGE SECTION.


       01  WBCALDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBBCLSDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBAUDTDB-FILE-STATUS.
           05  STA-AUD-STAT1             PIC X(01).
           05  STA-AUD-STAT2             PIC X(01).
       01  WBAUDTDB-VSAM-CODE.
           05 AUD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 AUD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 AUD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

      *****************************************************************
      *  THE BRANCH LIST, GATHERED FROM WBBCLSDB BEFORE ANY DAY       *
      *  RECORD IS LOOKED UP SO THE RANDOM READS DO NOT DISTURB THE   *
      *  BROWSE.                                                      *
      *****************************************************************
       01  WS-BRN-TABLE.
           05 WS-BRN-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 200 TIMES
                           INDEXED BY BRN-IDX.
              10 WS-BRN-CODE           PIC X(03).
              10 WS-BRN-NAME           PIC X(30).

      *****************************************************************
      *  BANK HOLIDAYS LOADED ONCE FROM WBCALDB - WEEKENDS ARE        *
      *  NON-BUSINESS BY RULE, SO ONLY THE HOLIDAYS ARE ON FILE.      *
           05 CAL-EOF-FLAG             PIC X(01)       VALUE 'N'.
              88 CAL-END-OF-FILE                   VALUE 'Y'.

      *****************************************************************
      *  TONIGHT'S CALENDAR, RESOLVED ONCE FROM THE BUSINESS DATE     *
      *  BEFORE THE STEP FREQUENCIES ARE TESTED AGAINST IT            *
      *****************************************************************
       01  WS-RES-VARS.
           05 WS-RES-DATE-NUM          PIC 9(08)       VALUE ZERO.
           05 WS-RES-DATE-PARTS REDEFINES WS-RES-DATE-NUM.
              10 WS-RES-YEAR           PIC 9(04).
              10 WS-RES-MONTH          PIC 9(02).
              10 WS-RES-DAY            PIC 9(02).
           05 WS-RES-NEXT-BUS-NUM      PIC 9(08)       VALUE ZERO.
           05 WS-RES-PRIOR-BUS-NUM     PIC 9(08)       VALUE ZERO.
           05 WS-RES-FIRST-NEXT-NUM    PIC 9(08)       VALUE ZERO.
           05 WS-RES-LAST-DAY-NUM      PIC 9(08)       VALUE ZERO.
           05 WS-RES-INT               PIC S9(09) COMP VALUE ZERO.
           05 WS-RES-LAST-DAY          PIC 9(02)       VALUE ZERO.
           05 WS-RES-EFF-DAY           PIC 9(02)       VALUE ZERO.
           05 WS-RES-MONTH-END-FLAG    PIC X(01)       VALUE 'N'.
              88 RES-IS-MONTH-END                  VALUE 'Y'.
           05 WS-RES-DUE-FLAG          PIC X(01)       VALUE 'Y'.
              88 RES-STEP-IS-DUE                   VALUE 'Y'.
           05 WS-RES-SCHED-COUNT       PIC 9(03)       VALUE ZERO.
           05 WS-RES-SKIP-COUNT        PIC 9(03)       VALUE ZERO.
           05 WS-RES-FREQ-TEXT         PIC X(12)       VALUE SPACES.

       01  WBRUNCTL-FILE-STATUS.
           05  STA-RUN-STAT1             PIC X(01).
           05  STA-RUN-STAT2             PIC X(01).
              10 FILLER        PIC X(18)  VALUE 'STARTED'.
              10 FILLER        PIC X(18)  VALUE 'ENDED'.
              10 FILLER        PIC X(06)  VALUE 'RC'.
              10 FILLER        PIC X(12)  VALUE 'FREQUENCY'.
              10 FILLER        PIC X(46)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-STEP     PIC 9(03).
              10 WS-D-START    PIC X(18).
              10 WS-D-END      PIC X(18).
              10 WS-D-RC       PIC 9(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-FREQ     PIC X(12).
              10 FILLER        PIC X(46)  VALUE SPACES.

           05 WS-RESOLVED-TITLE.
              10 FILLER        PIC X(26)  VALUE
                                    'STEPS RESOLVED FOR WINDOW '.
              10 WS-RT-DATE    PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-RT-SCHED   PIC ZZ9.
              10 FILLER        PIC X(12)  VALUE ' SCHEDULED, '.
              10 WS-RT-SKIP    PIC ZZ9.
              10 FILLER        PIC X(14)  VALUE ' NOT SCHEDULED'.
              10 WS-RT-MONTH-END PIC X(18).
              10 FILLER        PIC X(44)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
           05 WS-PRED-STEP-NUM         PIC 9(03)     VALUE ZERO.
           05 WS-BUS-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-NEXT-DATE-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-GATE-BUS-DATE         PIC X(10)     VALUE SPACES.
           05 WS-OPEN-BRANCH-COUNT     PIC 9(03)     VALUE ZERO.
           05 WS-BRN-LOADED            PIC 9(05)     VALUE ZERO.
           05 WS-BRN-DELETED           PIC 9(05)     VALUE ZERO.
           05 WS-CLOSE-TIME            PIC X(08)     VALUE SPACES.
           05 WS-AUDIT-HHMMSS          PIC 9(06)     VALUE ZERO.
           05 WS-AUDIT-SEQ             PIC 9(10)     VALUE ZERO.
           05 WS-CHAIN-HOPS            PIC 9(03)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'BATSCHED'.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 SEQIN-STAT       PIC 9(02)  VALUE ZERO.
           05 BRNIN-STAT       PIC 9(02)  VALUE ZERO.
           05 BCL-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 BCL-END-OF-FILE          VALUE 'Y'.
           05 BRN-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 BRN-END-OF-FILE          VALUE 'Y'.
           05 BRN-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 BRANCH-IS-OPEN           VALUE 'Y'.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 SEQ-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 GATE-IS-OK               VALUE 'Y'.
           05 RUNNING-FLAG     PIC X(01)  VALUE 'N'.
              88 A-STEP-IS-RUNNING        VALUE 'Y'.
           05 CHAIN-DONE-FLAG  PIC X(01)  VALUE 'N'.
              88 CHAIN-IS-DONE            VALUE 'Y'.
           05 FIRST-STEP-FLAG  PIC X(01)  VALUE 'N'.
              88 EFFECTIVE-FIRST-STEP     VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
                   PERFORM 2400-REPORT-WINDOW   THRU 2400-EXIT
              WHEN 'CUTOVR'
                   PERFORM 2600-CUTOVER-DATE    THRU 2600-EXIT
              WHEN 'BRANCH'
                   PERFORM 2700-LOAD-BRANCHES   THRU 2700-EXIT
              WHEN OTHER
                   DISPLAY 'BATSCHED - UNKNOWN MODE: ' PARM-MODE
                   MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2150-RESOLVE-CALENDAR THRU 2150-EXIT

           PERFORM 2010-LOAD-ONE-STEP THRU 2010-EXIT
              UNTIL SEQ-END-OF-FILE

              AT END MOVE 'Y' TO SEQ-EOF-FLAG
           END-READ

           IF SEQ-END-OF-FILE
              GO TO 2010-EXIT
           END-IF

      *    A BLANK FREQUENCY IS DAILY. A DAY-OF-MONTH RULE NEEDS A
      *    DAY 01-31; A BAD CARD IS REFUSED AND THE LOAD ENDS RC=8
           MOVE SPACES                 TO WBRUN-RECORD
           MOVE SEQ-FREQUENCY          TO RUN-FREQUENCY
           MOVE ZERO                   TO RUN-FREQ-DAY
           IF NOT RUN-FREQ-VALID
              DISPLAY 'BATSCHED - STEP ' SEQ-STEP-NUM
                      ' INVALID FREQUENCY: ' SEQ-FREQUENCY
              MOVE 8 TO RETURN-CODE
              GO TO 2010-EXIT
           END-IF
           IF RUN-FREQ-ON-DAY OR RUN-FREQ-ON-OR-AFTER-DAY
              IF SEQ-FREQ-DAY NOT NUMERIC
                 OR SEQ-FREQ-DAY < '01' OR SEQ-FREQ-DAY > '31'
                 DISPLAY 'BATSCHED - STEP ' SEQ-STEP-NUM
                         ' INVALID DAY OF MONTH: ' SEQ-FREQ-DAY
                 MOVE 8 TO RETURN-CODE
                 GO TO 2010-EXIT
              END-IF
              MOVE SEQ-FREQ-DAY        TO RUN-FREQ-DAY
           END-IF
           IF RUN-FREQUENCY = SPACE
              MOVE 'D'                 TO RUN-FREQUENCY
           END-IF

           MOVE SEQ-STEP-NUM           TO RUN-STEP-NUM
           MOVE SEQ-PROGRAM            TO RUN-PROGRAM
           MOVE SEQ-PRED-STEP-NUM      TO RUN-PRED-STEP-NUM
           MOVE WS-DATE-R              TO RUN-BUSINESS-DATE
           MOVE SPACES                 TO RUN-START-TIME
           MOVE SPACES                 TO RUN-END-TIME
           MOVE ZERO                   TO RUN-RETURN-CODE
           PERFORM 2160-RESOLVE-ONE-STEP THRU 2160-EXIT

           WRITE WBRUN-RECORD
              INVALID KEY
                 REWRITE WBRUN-RECORD
                 MOVE    'ERROR REWRITING WBRUNCTL' TO ERR-MSG
                 PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           END-WRITE
           .
       2010-EXIT.
           EXIT.
              GO TO 2100-EXIT
           END-IF

           PERFORM 2150-RESOLVE-CALENDAR THRU 2150-EXIT

           MOVE 'N'  TO EOF-FLAG
           MOVE ZERO TO RUN-STEP-NUM
           START WBRUNCTL-FILE KEY >= RUN-STEP-NUM

           PERFORM 2120-RESET-ONE-STEP THRU 2120-EXIT
              UNTIL END-OF-FILE

      *    TONIGHT'S RESOLVED STEP LIST FOR THE OPERATIONS LOG
           MOVE WS-DATE-R          TO WS-RT-DATE
           MOVE WS-RES-SCHED-COUNT TO WS-RT-SCHED
           MOVE WS-RES-SKIP-COUNT  TO WS-RT-SKIP
           IF RES-IS-MONTH-END
              MOVE ' - BUS. MONTH-END' TO WS-RT-MONTH-END
           ELSE
              MOVE SPACES              TO WS-RT-MONTH-END
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-RESOLVED-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE 'N' TO EOF-FLAG
           PERFORM 2400-REPORT-WINDOW THRU 2400-EXIT
           .
       2100-EXIT.
           EXIT.
           END-READ

           IF NOT END-OF-FILE
              MOVE WS-DATE-R TO RUN-BUSINESS-DATE
              MOVE SPACES    TO RUN-START-TIME
              MOVE SPACES    TO RUN-END-TIME
              MOVE ZERO      TO RUN-RETURN-CODE
              PERFORM 2160-RESOLVE-ONE-STEP THRU 2160-EXIT

              REWRITE WBRUN-RECORD
              MOVE    'ERROR REWRITING WBRUNCTL' TO ERR-MSG
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RESOLVE TONIGHT'S CALENDAR FROM THE BUSINESS DATE: THE NEXT
      *    AND PRIOR BUSINESS DAYS (WEEKENDS AND WBCALDB HOLIDAYS
      *    SKIPPED) AND THE MONTH'S LAST CALENDAR DAY. THE DATE IS THE
      *    LAST BUSINESS DAY OF ITS MONTH WHEN THE NEXT BUSINESS DAY
      *    FALLS IN ANOTHER MONTH.
       2150-RESOLVE-CALENDAR.
           MOVE '2150-RESOLVE-CALENDAR' TO ERR-LOC
           MOVE ZERO                    TO WS-RES-SCHED-COUNT
                                           WS-RES-SKIP-COUNT

           MOVE WS-DATE-R(1:4) TO WS-RES-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RES-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RES-DATE-NUM(7:2)
           COMPUTE WS-RES-INT =
              FUNCTION INTEGER-OF-DATE(WS-RES-DATE-NUM)

           COMPUTE WS-ROLL-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-RES-INT + 1)
           SET ROLL-TO-NEXT-BUS-DAY TO TRUE
           PERFORM 8600-ROLL-TO-BUSINESS-DAY THRU 8600-EXIT
           MOVE WS-ROLL-DATE-NUM TO WS-RES-NEXT-BUS-NUM

           COMPUTE WS-ROLL-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-RES-INT - 1)
           SET ROLL-TO-PRIOR-BUS-DAY TO TRUE
           PERFORM 8600-ROLL-TO-BUSINESS-DAY THRU 8600-EXIT
           MOVE WS-ROLL-DATE-NUM TO WS-RES-PRIOR-BUS-NUM
           SET ROLL-TO-NEXT-BUS-DAY TO TRUE

           MOVE 'N' TO WS-RES-MONTH-END-FLAG
           IF WS-RES-NEXT-BUS-NUM(5:2) NOT = WS-RES-DATE-NUM(5:2)
              SET RES-IS-MONTH-END TO TRUE
           END-IF

           IF WS-RES-MONTH = 12
              COMPUTE WS-RES-FIRST-NEXT-NUM =
                 (WS-RES-YEAR + 1) * 10000 + 0101
           ELSE
              COMPUTE WS-RES-FIRST-NEXT-NUM =
                 WS-RES-YEAR * 10000 + (WS-RES-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-RES-LAST-DAY-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RES-FIRST-NEXT-NUM) - 1)
           MOVE WS-RES-LAST-DAY-NUM(7:2) TO WS-RES-LAST-DAY
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SET ONE STEP PENDING OR NOT SCHEDULED FROM ITS FREQUENCY.
      *    A DAY PAST THE END OF A SHORT MONTH MEANS ITS LAST DAY. AN
      *    'N' STEP RUNS ONLY WHEN THAT DAY IS A BUSINESS DAY; AN 'A'
      *    STEP RUNS ON THE FIRST BUSINESS DAY ON OR AFTER IT.
       2160-RESOLVE-ONE-STEP.
           MOVE 'Y' TO WS-RES-DUE-FLAG
           IF RUN-FREQ-DAY NOT NUMERIC
              MOVE ZERO TO RUN-FREQ-DAY
           END-IF

           IF RUN-FREQ-DAY > WS-RES-LAST-DAY
              MOVE WS-RES-LAST-DAY TO WS-RES-EFF-DAY
           ELSE
              MOVE RUN-FREQ-DAY    TO WS-RES-EFF-DAY
           END-IF

           EVALUATE TRUE
              WHEN RUN-FREQ-DAILY
                 CONTINUE
              WHEN RUN-FREQ-MONTH-END
                 IF NOT RES-IS-MONTH-END
                    MOVE 'N' TO WS-RES-DUE-FLAG
                 END-IF
              WHEN RUN-FREQ-QUARTER-END
                 IF NOT RES-IS-MONTH-END
                    OR (WS-RES-MONTH NOT = 3 AND NOT = 6
                                     AND NOT = 9 AND NOT = 12)
                    MOVE 'N' TO WS-RES-DUE-FLAG
                 END-IF
              WHEN RUN-FREQ-YEAR-END
                 IF NOT RES-IS-MONTH-END OR WS-RES-MONTH NOT = 12
                    MOVE 'N' TO WS-RES-DUE-FLAG
                 END-IF
              WHEN RUN-FREQ-ON-DAY
                 IF WS-RES-DAY NOT = WS-RES-EFF-DAY
                    MOVE 'N' TO WS-RES-DUE-FLAG
                 END-IF
              WHEN RUN-FREQ-ON-OR-AFTER-DAY
      *          DUE WHEN TODAY HAS REACHED THE DAY AND THE PRIOR
      *          BUSINESS DAY HAD NOT (OR WAS IN THE PRIOR MONTH)
                 IF WS-RES-DAY < WS-RES-EFF-DAY
                    MOVE 'N' TO WS-RES-DUE-FLAG
                 ELSE
                    IF WS-RES-PRIOR-BUS-NUM(1:6) = WS-RES-DATE-NUM(1:6)
                       AND WS-RES-PRIOR-BUS-NUM(7:2) >= WS-RES-EFF-DAY
                       MOVE 'N' TO WS-RES-DUE-FLAG
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF RES-STEP-IS-DUE
              MOVE 'P' TO RUN-STATUS-CODE
              ADD 1    TO WS-RES-SCHED-COUNT
           ELSE
              MOVE 'N' TO RUN-STATUS-CODE
              ADD 1    TO WS-RES-SKIP-COUNT
           END-IF
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    GATE A STEP. THE STEP MUST EXIST, MUST NOT ALREADY HAVE
      *    COMPLETED THIS DATE, AND ITS PREDECESSOR (STEP 000 MEANS
      *    NONE) MUST HAVE COMPLETED CLEANLY - OTHERWISE THE GATE
      *    REFUSES WITH RC=8 AND THE JCL COND CODES STOP THE JOB.
      *    A FIRST STEP ALSO WAITS ON THE BRANCH CLOSE GATE (2800)
       2200-START-STEP.
           MOVE '2200-START-STEP' TO ERR-LOC

              GO TO 2200-EXIT
           END-IF

      *    NOT DUE TONIGHT - RC=4 SO THE JCL BYPASSES THE STEP
           IF RUN-STEP-NOT-SCHEDULED
              DISPLAY 'BATSCHED - STEP ' PARM-PROGRAM
                      ' NOT SCHEDULED FOR ' RUN-BUSINESS-DATE
              MOVE 4 TO RETURN-CODE
              GO TO 2200-EXIT
           END-IF

      *    A NOT-SCHEDULED PREDECESSOR IS PASSED OVER - THE STEP GATES
      *    ON THE NEAREST SCHEDULED ONE ABOVE IT, AND WITH NONE LEFT IT
      *    IS TONIGHT'S FIRST STEP
           MOVE 'N'               TO GATE-OK-FLAG
           MOVE 'N'               TO FIRST-STEP-FLAG
           MOVE 'N'               TO CHAIN-DONE-FLAG
           MOVE ZERO              TO WS-CHAIN-HOPS
           MOVE RUN-STEP-NUM      TO WS-FOUND-STEP-NUM
           MOVE RUN-PRED-STEP-NUM TO WS-PRED-STEP-NUM
           PERFORM 2210-CHECK-PREDECESSOR THRU 2210-EXIT
              UNTIL CHAIN-IS-DONE
           MOVE WS-FOUND-STEP-NUM TO RUN-STEP-NUM
           READ WBRUNCTL-FILE
              INVALID KEY CONTINUE
           END-READ

           IF NOT GATE-IS-OK
              DISPLAY 'BATSCHED - STEP ' PARM-PROGRAM
                      ' REFUSED - PREDECESSOR NOT COMPLETE'
              GO TO 2200-EXIT
           END-IF

           IF EFFECTIVE-FIRST-STEP
              MOVE RUN-BUSINESS-DATE TO WS-GATE-BUS-DATE
              PERFORM 2800-CHECK-BRANCH-CLOSE THRU 2800-EXIT
              IF NOT GATE-IS-OK
                 GO TO 2200-EXIT
              END-IF
           END-IF

           MOVE 'R'          TO RUN-STATUS-CODE
           MOVE WS-TIMESTAMP TO RUN-START-TIME
           MOVE SPACES       TO RUN-END-TIME
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-CHECK-PREDECESSOR.
           MOVE '2210-CHECK-PREDECESSOR' TO ERR-LOC

           IF WS-PRED-STEP-NUM = ZERO
              SET GATE-IS-OK           TO TRUE
              SET EFFECTIVE-FIRST-STEP TO TRUE
              SET CHAIN-IS-DONE        TO TRUE
              GO TO 2210-EXIT
           END-IF

      *    A CHAIN THAT LOOPS BACK ON ITSELF IS A BAD LOAD - REFUSE
           ADD 1 TO WS-CHAIN-HOPS
           IF WS-CHAIN-HOPS > 999
              DISPLAY 'BATSCHED - PREDECESSOR CHAIN LOOPS AT STEP '
                      WS-PRED-STEP-NUM
              SET CHAIN-IS-DONE TO TRUE
              GO TO 2210-EXIT
           END-IF

           MOVE WS-PRED-STEP-NUM TO RUN-STEP-NUM
           READ WBRUNCTL-FILE
              INVALID KEY
                 SET CHAIN-IS-DONE TO TRUE
                 GO TO 2210-EXIT
           END-READ

           IF RUN-STEP-NOT-SCHEDULED
              MOVE RUN-PRED-STEP-NUM TO WS-PRED-STEP-NUM
              GO TO 2210-EXIT
           END-IF

           IF RUN-STEP-COMPLETE AND RUN-RETURN-CODE < 5
              SET GATE-IS-OK TO TRUE
           END-IF
           SET CHAIN-IS-DONE TO TRUE
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-END-STEP.
           MOVE '2300-END-STEP' TO ERR-LOC
              GO TO 2300-EXIT
           END-IF

      *    A BYPASSED STEP STAYS NOT SCHEDULED FOR THE WINDOW
           IF RUN-STEP-NOT-SCHEDULED
              DISPLAY 'BATSCHED - STEP ' PARM-PROGRAM
                      ' NOT SCHEDULED - END IGNORED'
              GO TO 2300-EXIT
           END-IF

           IF PARM-STEP-RC < 5
              MOVE 'C' TO RUN-STATUS-CODE
           ELSE
                 WHEN RUN-STEP-RUNNING  MOVE 'RUNNING'  TO WS-D-STATUS
                 WHEN RUN-STEP-COMPLETE MOVE 'COMPLETE' TO WS-D-STATUS
                 WHEN RUN-STEP-FAILED   MOVE '*FAILED*' TO WS-D-STATUS
                 WHEN RUN-STEP-NOT-SCHEDULED
                                        MOVE 'NOT SCHED' TO WS-D-STATUS
                 WHEN OTHER             MOVE '????????' TO WS-D-STATUS
              END-EVALUATE
              PERFORM 2420-FORMAT-FREQUENCY THRU 2420-EXIT
              MOVE WS-RES-FREQ-TEXT  TO WS-D-FREQ
              MOVE RUN-START-TIME    TO WS-D-START
              MOVE RUN-END-TIME      TO WS-D-END
              MOVE RUN-RETURN-CODE   TO WS-D-RC
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2420-FORMAT-FREQUENCY.
           MOVE SPACES TO WS-RES-FREQ-TEXT
           EVALUATE TRUE
              WHEN RUN-FREQ-DAILY
                 MOVE 'DAILY'       TO WS-RES-FREQ-TEXT
              WHEN RUN-FREQ-MONTH-END
                 MOVE 'MONTH-END'   TO WS-RES-FREQ-TEXT
              WHEN RUN-FREQ-QUARTER-END
                 MOVE 'QUARTER-END' TO WS-RES-FREQ-TEXT
              WHEN RUN-FREQ-YEAR-END
                 MOVE 'YEAR-END'    TO WS-RES-FREQ-TEXT
              WHEN RUN-FREQ-ON-DAY
                 STRING 'DAY ' RUN-FREQ-DAY DELIMITED BY SIZE
                        INTO WS-RES-FREQ-TEXT
              WHEN RUN-FREQ-ON-OR-AFTER-DAY
                 STRING 'ON/AFTER ' RUN-FREQ-DAY DELIMITED BY SIZE
                        INTO WS-RES-FREQ-TEXT
              WHEN OTHER
                 MOVE '????'        TO WS-RES-FREQ-TEXT
           END-EVALUATE
           .
       2420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE JCL NAMES THE STEP BY PROGRAM, SO THE FILE (KEYED BY
      *    STEP NUMBER) IS SCANNED FOR THE MATCHING PROGRAM NAME
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOAD THE BRANCH LIST - ONE BLANK-DATED WBBCLSDB ENTRY PER
      *    BRANCH THAT MUST CLOSE BEFORE THE WINDOW. A CARD FOR A
      *    BRANCH ALREADY LISTED REPLACES ITS NAME; A 'D' CARD TAKES
      *    THE BRANCH OFF THE LIST. THE FIRST LOAD CREATES THE FILE.
      *-----------------------------------------------------------------
       2700-LOAD-BRANCHES.
           MOVE '2700-LOAD-BRANCHES' TO ERR-LOC
           MOVE 'N'                  TO BRN-EOF-FLAG

           OPEN INPUT BRN-FILE
           IF BRNIN-STAT NOT = 0
              DISPLAY 'BATSCHED - BRNIN OPEN FAILED: ' BRNIN-STAT
              MOVE 8 TO RETURN-CODE
              GO TO 2700-EXIT
           END-IF

           OPEN I-O WBBCLSDB-FILE
           IF WBBCLSDB-FILE-STATUS = '35'
              OPEN OUTPUT WBBCLSDB-FILE
              CLOSE WBBCLSDB-FILE
              OPEN I-O WBBCLSDB-FILE
           END-IF
           IF WBBCLSDB-FILE-STATUS NOT = '00'
              DISPLAY 'BATSCHED - ERROR OPENING WBBCLSDB '
                      WBBCLSDB-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE BRN-FILE
              GO TO 2700-EXIT
           END-IF

           PERFORM 2710-LOAD-ONE-BRANCH THRU 2710-EXIT
              UNTIL BRN-END-OF-FILE

           CLOSE BRN-FILE
           CLOSE WBBCLSDB-FILE

           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'BRANCH LIST - ' WS-BRN-LOADED ' LOADED, '
                  WS-BRN-DELETED ' DELETED' DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2710-LOAD-ONE-BRANCH.
           MOVE '2710-LOAD-ONE-BRANCH' TO ERR-LOC

           READ BRN-FILE
              AT END MOVE 'Y' TO BRN-EOF-FLAG
           END-READ
           IF BRN-END-OF-FILE OR BRN-BRANCH = SPACES
              GO TO 2710-EXIT
           END-IF

           MOVE BRN-BRANCH TO BCL-BRANCH
           MOVE SPACES     TO BCL-DATE

           IF BRN-DELETE-BRANCH
              DELETE WBBCLSDB-FILE
                 INVALID KEY
                    DISPLAY 'BATSCHED - BRANCH NOT ON LIST: '
                            BRN-BRANCH
                 NOT INVALID KEY
                    ADD 1 TO WS-BRN-DELETED
              END-DELETE
              GO TO 2710-EXIT
           END-IF

           MOVE SPACES     TO WBBCL-RECORD
           MOVE BRN-BRANCH TO BCL-BRANCH
           MOVE BRN-NAME   TO BCL-BRANCH-NAME
           MOVE ZERO       TO BCL-DRAWER-COUNT
                              BCL-DRAWER-TOTAL
                              BCL-VAULT-COUNT

           WRITE WBBCL-RECORD
              INVALID KEY
                 REWRITE WBBCL-RECORD
           END-WRITE
           IF WBBCLSDB-FILE-STATUS NOT = '00'
              DISPLAY 'BATSCHED - ERROR WRITING WBBCLSDB '
                      WBBCLSDB-FILE-STATUS ' BRANCH ' BRN-BRANCH
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-BRN-LOADED
           END-IF
           .
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BRANCH CLOSE GATE FOR A FIRST STEP. EVERY BRANCH ON THE
      *    LIST MUST HAVE A CLOSED (OR FORCED) RECORD FOR THE
      *    WINDOW'S BUSINESS DATE. THE OPEN ONES ARE LISTED; UNLESS
      *    THE DUTY OFFICER FORCES THE WINDOW THE STEP IS REFUSED.
      *    A FORCE MARKS EACH OPEN BRANCH FORCED AND AUDITS IT.
      *-----------------------------------------------------------------
       2800-CHECK-BRANCH-CLOSE.
           MOVE '2800-CHECK-BRANCH-CLOSE' TO ERR-LOC
           MOVE ZERO                      TO WS-OPEN-BRANCH-COUNT
           MOVE ZERO                      TO WS-BRN-COUNT

           IF PARM-FORCE-WINDOW AND PARM-DUTY-OFFICER = SPACES
              DISPLAY 'BATSCHED - STEP ' PARM-PROGRAM
                      ' REFUSED - FORCE NEEDS THE DUTY OFFICER OPID'
              MOVE 8   TO RETURN-CODE
              MOVE 'N' TO GATE-OK-FLAG
              GO TO 2800-EXIT
           END-IF

      *    NO CLOSE FILE YET MEANS NO BRANCH LIST TO WAIT ON; A
      *    CLOSE FILE THAT WILL NOT OPEN HOLDS THE STEP
           OPEN I-O WBBCLSDB-FILE
           IF WBBCLSDB-FILE-STATUS = '35'
              GO TO 2800-EXIT
           END-IF
           IF WBBCLSDB-FILE-STATUS NOT = '00'
              DISPLAY 'BATSCHED - STEP ' PARM-PROGRAM
                      ' REFUSED - ERROR OPENING WBBCLSDB '
                      WBBCLSDB-FILE-STATUS
              MOVE 8   TO RETURN-CODE
              MOVE 'N' TO GATE-OK-FLAG
              GO TO 2800-EXIT
           END-IF

           MOVE LOW-VALUES TO BCL-KEY
           MOVE 'N'        TO BCL-EOF-FLAG
           START WBBCLSDB-FILE KEY >= BCL-KEY
              INVALID KEY SET BCL-END-OF-FILE TO TRUE
           END-START

           PERFORM 2810-GATHER-ONE-BRANCH THRU 2810-EXIT
              UNTIL BCL-END-OF-FILE

           IF PARM-FORCE-WINDOW AND WS-BRN-COUNT > 0
              OPEN I-O WBAUDTDB-FILE
              MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
              PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT
              MOVE WS-TIMESTAMP(10:6) TO WS-AUDIT-HHMMSS
              COMPUTE WS-AUDIT-SEQ = WS-AUDIT-HHMMSS * 1000
              STRING WS-TIMESTAMP(10:2) ':' WS-TIMESTAMP(12:2) ':'
                     WS-TIMESTAMP(14:2) DELIMITED BY SIZE
                     INTO WS-CLOSE-TIME
           END-IF

           PERFORM 2820-CHECK-ONE-BRANCH THRU 2820-EXIT
              VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > WS-BRN-COUNT

           IF PARM-FORCE-WINDOW AND WS-BRN-COUNT > 0
              CLOSE WBAUDTDB-FILE
           END-IF
           CLOSE WBBCLSDB-FILE

           IF WS-OPEN-BRANCH-COUNT > 0 AND NOT PARM-FORCE-WINDOW
              DISPLAY 'BATSCHED - STEP ' PARM-PROGRAM
                      ' REFUSED - ' WS-OPEN-BRANCH-COUNT
                      ' BRANCHES NOT CLOSED FOR ' WS-GATE-BUS-DATE
              MOVE 8   TO RETURN-CODE
              MOVE 'N' TO GATE-OK-FLAG
           END-IF
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2810-GATHER-ONE-BRANCH.
           MOVE '2810-GATHER-ONE-BRANCH' TO ERR-LOC

           READ WBBCLSDB-FILE NEXT
              AT END SET BCL-END-OF-FILE TO TRUE
           END-READ

           IF NOT BCL-END-OF-FILE AND BCL-LIST-ENTRY
              IF WS-BRN-COUNT < 200
                 ADD 1 TO WS-BRN-COUNT
                 SET BRN-IDX TO WS-BRN-COUNT
                 MOVE BCL-BRANCH      TO WS-BRN-CODE (BRN-IDX)
                 MOVE BCL-BRANCH-NAME TO WS-BRN-NAME (BRN-IDX)
              ELSE
                 DISPLAY 'BATSCHED - BRANCH TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       2810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2820-CHECK-ONE-BRANCH.
           MOVE '2820-CHECK-ONE-BRANCH' TO ERR-LOC
           MOVE 'N'                     TO BRN-OPEN-FLAG

           MOVE WS-BRN-CODE (BRN-IDX) TO BCL-BRANCH
           MOVE WS-GATE-BUS-DATE      TO BCL-DATE
           READ WBBCLSDB-FILE
              INVALID KEY
                 SET BRANCH-IS-OPEN TO TRUE
              NOT INVALID KEY
                 IF NOT BCL-STATUS-CLOSED AND NOT BCL-STATUS-FORCED
                    SET BRANCH-IS-OPEN TO TRUE
                 END-IF
           END-READ

           IF NOT BRANCH-IS-OPEN
              GO TO 2820-EXIT
           END-IF

           ADD 1 TO WS-OPEN-BRANCH-COUNT
           DISPLAY 'BATSCHED - BRANCH ' WS-BRN-CODE (BRN-IDX)
                   ' NOT CLOSED FOR ' WS-GATE-BUS-DATE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'BRANCH ' WS-BRN-CODE (BRN-IDX) ' '
                  WS-BRN-NAME (BRN-IDX)
                  ' NOT CLOSED FOR ' WS-GATE-BUS-DATE
                  DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE

           IF NOT PARM-FORCE-WINDOW
              GO TO 2820-EXIT
           END-IF

      *    THE DUTY OFFICER'S FORCE STANDS IN FOR THE BRANCH'S CLOSE.
      *    A REOPENED BRANCH ALREADY HAS TODAY'S RECORD TO REWRITE.
           IF WBBCLSDB-FILE-STATUS = '00'
              MOVE 'F'                   TO BCL-STATUS-CODE
              MOVE PARM-DUTY-OFFICER     TO BCL-CLOSE-OPID
              MOVE WS-CLOSE-TIME         TO BCL-CLOSE-TIME
              REWRITE WBBCL-RECORD
           ELSE
              MOVE SPACES                TO WBBCL-RECORD
              MOVE WS-BRN-CODE (BRN-IDX) TO BCL-BRANCH
              MOVE WS-GATE-BUS-DATE      TO BCL-DATE
              MOVE WS-BRN-NAME (BRN-IDX) TO BCL-BRANCH-NAME
              MOVE 'F'                   TO BCL-STATUS-CODE
              MOVE ZERO                  TO BCL-DRAWER-COUNT
                                            BCL-DRAWER-TOTAL
                                            BCL-VAULT-COUNT
              MOVE PARM-DUTY-OFFICER     TO BCL-CLOSE-OPID
              MOVE WS-CLOSE-TIME         TO BCL-CLOSE-TIME
              WRITE WBBCL-RECORD
           END-IF
           IF WBBCLSDB-FILE-STATUS NOT = '00'
              DISPLAY 'BATSCHED - ERROR WRITING WBBCLSDB '
                      WBBCLSDB-FILE-STATUS ' BRANCH '
                      WS-BRN-CODE (BRN-IDX)
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'BRANCH ' WS-BRN-CODE (BRN-IDX)
                  ' FORCED BY DUTY OFFICER ' PARM-DUTY-OFFICER
                  DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE

           MOVE SPACES           TO AUD-SSN
           MOVE SPACES           TO AUD-ACCT-NUM
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ     TO AUD-SEQ-NUM
           MOVE WS-CLOSE-TIME    TO AUD-TIME
           MOVE 'BATSCHED'       TO AUD-SOURCE-PGM
           MOVE PARM-DUTY-OFFICER TO AUD-OPID
           MOVE SPACES           TO AUD-MESSAGE
           STRING 'BATCH WINDOW FORCED PAST OPEN BRANCH '
                  WS-BRN-CODE (BRN-IDX)
                  ' BY DUTY OFFICER ' PARM-DUTY-OFFICER
                  DELIMITED BY SIZE INTO AUD-MESSAGE

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-AUDIT-SEQ
                 MOVE WS-AUDIT-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       2820-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           .
       3000-EXIT.
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
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
