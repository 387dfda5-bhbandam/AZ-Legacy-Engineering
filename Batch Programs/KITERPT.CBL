      * account is scored on the classic kiting signatures:          *
      *   - FREQUENT DEPOSITS WITH IMMEDIATE DRAWS (RAPID IN-OUT)    *
      *   - DRAWS AGAINST UNCOLLECTED FUNDS (THE WBHOLDDB-DD HOLD    *
      *     TOTAL EXCEEDS WHAT THE DRAWS LEFT COLLECTED, OR A DAY IN *
      *     THE WINDOW CLOSED WITH A NEGATIVE COLLECTED BALANCE ON   *
      *     THE WBBALHST-DD DAILY BALANCE HISTORY)                   *
      *   - RECIPROCAL TRANSFERS BETWEEN RELATED ACCOUNTS (ATM XF    *
      *     ITEMS IN BOTH DIRECTIONS)                                *
      *   - BALANCE RIDING ON FLOAT (HOLDS COVER HALF THE BALANCE    *
      *     OR MORE)                                                 *
      * Suspects at or over the minimum score print ranked, highest  *
      * score first, with the supporting figures for the security    *
      * officer. Each suspect is also written to the KITEOUT-DD      *
      * extract, when one is allocated, for the monthly RISKRATE     *
      * customer risk rating.                                        *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS WBHOLDDB-VSAM-CODE.

           SELECT WBBALHST-FILE
               ASSIGN       TO WBBALHST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BHS-KEY
               FILE STATUS  IS WBBALHST-FILE-STATUS WBBALHST-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT KITE-OP    ASSIGN TO KITEOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS KITEOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBBALHST-FILE.
           COPY WBBHSREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

      *    ONE RECORD PER REPORTED SUSPECT - READ BY RISKRATE
       FD  KITE-OP
           RECORD CONTAINS 80.
       01  KITEOUT-RECORD.
           05 KTO-SSN                    PIC X(09).
           05 FILLER                     PIC X(01).
           05 KTO-ACCT-NUM               PIC X(10).
           05 FILLER                     PIC X(01).
           05 KTO-SCORE                  PIC 9(02).
           05 FILLER                     PIC X(01).
           05 KTO-DATE                   PIC X(10).
           05 FILLER                     PIC X(46).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 HLD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 HLD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBBALHST-FILE-STATUS.
           05  STA-BHS-STAT1             PIC X(01).
           05  STA-BHS-STAT2             PIC X(01).
       01  WBBALHST-VSAM-CODE.
           05 BHS-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 BHS-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 BHS-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
              10 WS-ACT-SCORE          PIC 9(02)     COMP.
              10 WS-ACT-HOLD-TOT       PIC S9(13)V99 COMP-3.
              10 WS-ACT-BALANCE        PIC S9(13)V99 COMP-3.
              10 WS-ACT-NEG-DAYS       PIC 9(03)     COMP.
              10 WS-ACT-UNCOLL-SW      PIC X(01).
                 88 ACT-DRAWS-UNCOLLECTED           VALUE 'Y'.

       01  WS-VARS.
           05 WS-LOOKBACK-DAYS         PIC 9(03)     VALUE 7.
           05 WS-MIN-SCORE             PIC 9(02)     VALUE 3.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-WINDOW-START-NUM      PIC 9(08)     VALUE ZERO.
           05 WS-WINDOW-START-ISO      PIC X(10)     VALUE SPACES.
           05 WS-TXN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-TXN-AGE-DAYS          PIC S9(05)    VALUE ZERO.
           05 WS-WORK-KEY.
       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 KITEOUT-STAT     PIC 9(02)  VALUE ZERO.
           05 KTO-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 KITE-EXTRACT-OPEN        VALUE 'Y'.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 HLD-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HOLD-SCAN-DONE           VALUE 'Y'.
           05 HOLDS-OPEN-FLAG  PIC X(01)  VALUE 'N'.
              88 HOLDS-ARE-OPEN           VALUE 'Y'.
           05 BHS-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 BAL-HISTORY-AVAILABLE    VALUE 'Y'.
           05 BHS-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HISTORY-SCAN-DONE        VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              SET HOLDS-ARE-OPEN TO TRUE
           END-IF

      *    THE DAILY BALANCE HISTORY IS OPTIONAL - WITHOUT IT ONLY
      *    TODAY'S HOLDS TEST DRAWS AGAINST UNCOLLECTED FUNDS
           OPEN INPUT WBBALHST-FILE
           IF WBBALHST-FILE-STATUS = '00'
              SET BAL-HISTORY-AVAILABLE TO TRUE
           END-IF

           PERFORM 2400-SCORE-ONE-ACCOUNT THRU 2400-EXIT
              VARYING ACT-IDX FROM 1 BY 1
              UNTIL ACT-IDX > WS-ACT-COUNT
              CLOSE WBHOLDDB-FILE
           END-IF

           IF BAL-HISTORY-AVAILABLE
              CLOSE WBBALHST-FILE
           END-IF

      *    HIGHEST SCORE PRINTS FIRST - THE TABLE IS SMALL ENOUGH
      *    TO SWEEP ONCE PER SCORE VALUE INSTEAD OF SORTING
           PERFORM 2600-PRINT-ONE-RANK THRU 2600-EXIT
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)

           COMPUTE WS-WINDOW-START-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-LOOKBACK-DAYS)
           STRING WS-WINDOW-START-NUM(1:4) '-'
                  WS-WINDOW-START-NUM(5:2) '-'
                  WS-WINDOW-START-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-WINDOW-START-ISO

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

      *    THE RISK-RATING EXTRACT IS OPTIONAL - A RUN WITHOUT THE
      *    DD STILL PRODUCES THE REPORT
           OPEN OUTPUT KITE-OP
           IF KITEOUT-STAT = 0
              SET KITE-EXTRACT-OPEN TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.
                                 WS-ACT-SCORE (ACT-IDX)
                                 WS-ACT-HOLD-TOT (ACT-IDX)
                                 WS-ACT-BALANCE (ACT-IDX)
                                 WS-ACT-NEG-DAYS (ACT-IDX)
                    MOVE 'N' TO WS-ACT-UNCOLL-SW (ACT-IDX)
                 ELSE
                    DISPLAY 'KITERPT - ACTIVITY TABLE FULL'
                    MOVE 16 TO RETURN-CODE

           PERFORM 2410-GET-BALANCE   THRU 2410-EXIT
           PERFORM 2420-SUM-HOLDS     THRU 2420-EXIT
           PERFORM 2430-COUNT-NEG-DAYS THRU 2430-EXIT

           MOVE ZERO TO WS-ACT-SCORE (ACT-IDX)

           END-IF

      *    DRAWS AGAINST UNCOLLECTED FUNDS: THE WINDOW'S DRAWS
      *    EXCEED WHAT THE BALANCE LEFT COLLECTED, OR THE ACCOUNT
      *    CLOSED A DAY IN THE WINDOW WITH COLLECTED FUNDS NEGATIVE
           MOVE 'N' TO WS-ACT-UNCOLL-SW (ACT-IDX)
           IF WS-ACT-HOLD-TOT (ACT-IDX) > 0
              AND WS-ACT-WD-AMT (ACT-IDX) >
                  (WS-ACT-BALANCE (ACT-IDX)
                   - WS-ACT-HOLD-TOT (ACT-IDX))
              SET ACT-DRAWS-UNCOLLECTED (ACT-IDX) TO TRUE
           END-IF
           IF WS-ACT-NEG-DAYS (ACT-IDX) > 0
              SET ACT-DRAWS-UNCOLLECTED (ACT-IDX) TO TRUE
           END-IF
           IF ACT-DRAWS-UNCOLLECTED (ACT-IDX)
              ADD 3 TO WS-ACT-SCORE (ACT-IDX)
           END-IF

           .
       2425-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    COUNT THE WINDOW'S RECORDED DAILY CLOSINGS THAT LEFT THE
      *    COLLECTED BALANCE BELOW ZERO
       2430-COUNT-NEG-DAYS.
           MOVE '2430-COUNT-NEG-DAYS' TO ERR-LOC
           MOVE ZERO             TO WS-ACT-NEG-DAYS (ACT-IDX)
           MOVE 'N'              TO BHS-SCAN-FLAG

           IF NOT BAL-HISTORY-AVAILABLE
              GO TO 2430-EXIT
           END-IF

           MOVE WS-ACT-SSN (ACT-IDX)  TO BHS-SSN
           MOVE WS-ACT-ACCT (ACT-IDX) TO BHS-ACCT-NUM
           MOVE WS-WINDOW-START-ISO   TO BHS-DATE
           START WBBALHST-FILE KEY >= BHS-KEY
              INVALID KEY SET HISTORY-SCAN-DONE TO TRUE
           END-START

           PERFORM 2435-SCAN-ONE-CLOSING THRU 2435-EXIT
              UNTIL HISTORY-SCAN-DONE
           .
       2430-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2435-SCAN-ONE-CLOSING.
           READ WBBALHST-FILE NEXT
              AT END SET HISTORY-SCAN-DONE TO TRUE
           END-READ

           IF NOT HISTORY-SCAN-DONE
              IF BHS-SSN NOT = WS-ACT-SSN (ACT-IDX)
                 OR BHS-ACCT-NUM NOT = WS-ACT-ACCT (ACT-IDX)
                 OR BHS-DATE > WS-DATE-R
                 SET HISTORY-SCAN-DONE TO TRUE
              ELSE
                 IF BHS-COLLECTED-BAL < ZERO
                    ADD 1 TO WS-ACT-NEG-DAYS (ACT-IDX)
                 END-IF
              END-IF
           END-IF
           .
       2435-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-PRINT-ONE-RANK.
           MOVE '2600-PRINT-ONE-RANK' TO ERR-LOC
                TO WS-R-REASON
              PERFORM 2660-WRITE-REASON THRU 2660-EXIT
           END-IF
           IF ACT-DRAWS-UNCOLLECTED (ACT-IDX)
              MOVE 'DRAWS AGAINST UNCOLLECTED FUNDS'
                TO WS-R-REASON
              PERFORM 2660-WRITE-REASON THRU 2660-EXIT
              PERFORM 2660-WRITE-REASON THRU 2660-EXIT
           END-IF

           IF KITE-EXTRACT-OPEN
              MOVE SPACES                 TO KITEOUT-RECORD
              MOVE WS-ACT-SSN (ACT-IDX)   TO KTO-SSN
              MOVE WS-ACT-ACCT (ACT-IDX)  TO KTO-ACCT-NUM
              MOVE WS-ACT-SCORE (ACT-IDX) TO KTO-SCORE
              MOVE WS-DATE-R              TO KTO-DATE
              WRITE KITEOUT-RECORD
           END-IF

           ADD 1 TO WS-TOTAL-SUSPECT-COUNT
           .
       2650-EXIT.
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF KITE-EXTRACT-OPEN
              CLOSE KITE-OP
           END-IF

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
