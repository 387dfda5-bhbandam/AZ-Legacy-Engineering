                                                        VALUE ZERO.
           05 ACCOUNT-CYC-WD-COUNT       PIC S9(3)      COMP-3
                                                        VALUE ZERO.
           05 FILLER                     PIC X(5)       VALUE SPACES.
           05 ACCOUNT-CLASS-CODE         PIC X(1)       VALUE SPACES.
              88 ACCOUNT-CLASS-CONSUMER           VALUE 'P' ' '.
              88 ACCOUNT-CLASS-BUSINESS           VALUE 'B'.
           05 FILLER                     PIC X(3)       VALUE SPACES.

       01 OD-LINK-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
      *  KNOWN TO BE LOW ON CASH CAN BE THROTTLED CENTRALLY FROM      *
      *  THE WGRVTERM SCREEN. A REGION WITHOUT THE FILE (OR A         *
      *  TERMINAL NOT YET ON IT) DISPENSES EXACTLY AS BEFORE.         *
      *  A TERMINAL WITH CASSETTES CONFIGURED ALSO REFUSES AN AMOUNT  *
      *  ITS NOTES CANNOT MAKE; EACH CONFIRMED DISPENSE TAKES THE     *
      *  NOTES OFF THE COUNTS, QUEUES A LOW-CASH EVENT TO OPERATIONS  *
      *  (WDSP AND THE CSMT LOG) WHEN THE NOTES LEFT FALL TO THE      *
      *  TERMINAL'S THRESHOLD, AND TAKES THE TERMINAL OUT OF SERVICE  *
      *  (STATUS E) ONCE IT CANNOT MAKE ITS SMALLEST NOTE.            *
      *****************************************************************
       01 WBTRMDB-DD                  PIC X(8)   VALUE 'WBTRMDB'.
       01 TRM-REC-KEY.
          05 TRM-DISPENSE-LIMIT       PIC S9(7)V99   COMP-3.
          05 TRM-STATUS-CODE          PIC X(1).
             88 TRM-STATUS-IN-SERVICE         VALUE 'I'.
             88 TRM-STATUS-OUT-OF-SERVICE     VALUE 'O' 'E'.
             88 TRM-STATUS-CASH-OUT           VALUE 'E'.
          05 TRM-CASSETTE             OCCURS 4 TIMES.
             10 TRM-CAS-DENOM         PIC 9(3).
             10 TRM-CAS-COUNT         PIC S9(5)      COMP-3.
          05 TRM-LOW-CASH-NOTES       PIC S9(5)      COMP-3.
          05 TRM-LOW-CASH-SW          PIC X(1).
             88 TRM-LOW-CASH-REPORTED         VALUE 'Y'.
          05 TRM-SURCHARGE            PIC S9(3)V99   COMP-3.
          05 FILLER                   PIC X(6).
       01 CASSETTE-SW                 PIC X      VALUE 'N'.
          88 CASSETTES-TRACKED                   VALUE 'Y'.
       01 MIX-FOUND-SW                PIC X      VALUE 'N'.
          88 MIX-FOUND                           VALUE 'Y'.
       01 MIX-AMOUNT                  PIC S9(7)  COMP-3 VALUE 0.
       01 MIX-REMAIN                  PIC S9(7)  COMP-3 VALUE 0.
       01 MIX-MAX-1                   PIC S9(5)  COMP-3 VALUE 0.
       01 MIX-MAX-2                   PIC S9(5)  COMP-3 VALUE 0.
       01 MIX-N1                      PIC S9(5)  COMP-3 VALUE 0.
       01 MIX-N2                      PIC S9(5)  COMP-3 VALUE 0.
       01 MIX-TAKE                    PIC S9(5)  COMP-3 VALUE 0.
       01 MIX-NOTE-TABLE.
          05 MIX-NOTES                PIC S9(5)  COMP-3 OCCURS 4 TIMES.
       01 MIX-TRY-TABLE.
          05 MIX-TRY-NOTES            PIC S9(5)  COMP-3 OCCURS 4 TIMES.
       01 MIX-SMALLEST                PIC 9(3)   VALUE 0.
       01 CAS-IX                      PIC S9(4)  COMP    VALUE 0.
       01 CASH-NOTES-LEFT             PIC S9(7)  COMP-3 VALUE 0.
       01 CASH-VALUE-LEFT             PIC S9(13)V99 COMP-3 VALUE 0.
       01 CASH-EVENT-REASON           PIC X(20)  VALUE SPACES.
       01 LOW-CASH-EVENT-SW           PIC X      VALUE 'N'.
          88 LOW-CASH-EVENT                      VALUE 'Y'.
       01 CASH-OUT-EVENT-SW           PIC X      VALUE 'N'.
          88 CASH-OUT-EVENT                      VALUE 'Y'.

       01 DONE                        PIC X      VALUE 'N'.
       01 STOP-PAYMENT-SW             PIC X      VALUE 'N'.
      *    OF THE LINKED OR TARGET ACCOUNT JOURNALS THE RIGHT RECORD
       01  JRN-ACCT-IMAGE                 PIC X(122).

      *****************************************************************
      *  CENTRAL FEE SCHEDULE (WBFEEDB) - THE SCHEDULED AMOUNT FOR A  *
      *  FEE CODE, ACCOUNT CLASS AND BRANCH REPLACES THE STORED ONE   *
      *  WHEN AN ENTRY APPLIES; OTHERWISE THE STORED AMOUNT STANDS.   *
      *  SEE GET-SCHEDULE-FEE.                                        *
      *****************************************************************
       01 WBFEEDB-DD                  PIC X(8)    VALUE 'WBFEEDB'.
       01 FEE-REC-KEY.
          05 FEE-KEY-CODE             PIC X(4)    VALUE SPACES.
          05 FEE-KEY-CLASS            PIC X(1)    VALUE SPACES.
          05 FEE-KEY-BRANCH           PIC X(3)    VALUE SPACES.
          05 FEE-KEY-EFF-DATE         PIC X(10)   VALUE SPACES.
       01 FEE-TABLE-RECORD.
          05 FEE-CODE                 PIC X(04).
          05 FEE-ACCT-CLASS           PIC X(01).
          05 FEE-BRANCH               PIC X(03).
          05 FEE-EFFECTIVE-DATE       PIC X(10).
          05 FEE-AMOUNT               PIC S9(5)V99   COMP-3.
          05 FEE-DESC                 PIC X(30).
          05 FEE-MAINT-OPID           PIC X(03).
          05 FEE-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(14).
       01 SCHED-FEE-CODE              PIC X(4)    VALUE SPACES.
       01 SCHED-CLASS                 PIC X(1)    VALUE SPACES.
       01 SCHED-BRANCH                PIC X(3)    VALUE SPACES.
       01 SCHED-FEE                   PIC S9(5)V99 COMP-3 VALUE 0.
       01 SCHED-RANK                  PIC 9(1)    VALUE 0.
       01 SCHED-BEST-RANK             PIC 9(1)    VALUE 0.
       01 FEE-AS-OF-DATE              PIC X(10)   VALUE SPACES.
       01 FEE-UTIME                   PIC S9(15)  COMP-3.
       01 FEE-RESP-CODE               PIC S9(8)   COMP  VALUE 0.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
                    PERFORM OFFLINE-DISPENSE-EXCP THRU
                            OFFLINE-DISPENSE-EXCP-EXIT
                 ELSE
                    PERFORM TAKE-CASSETTE-NOTES THRU
                            TAKE-CASSETTE-NOTES-EXIT
                    PERFORM WRITE-SAF-CAPTURE THRU
                            WRITE-SAF-CAPTURE-EXIT
                    MOVE 'Offline withdrawal captured for replay'
              IF AUTO-REVERSE-NEEDED THEN
                 PERFORM AUTO-REVERSE-DISPENSE THRU
                         AUTO-REVERSE-DISPENSE-EXIT
              ELSE
                 PERFORM TAKE-CASSETTE-NOTES THRU
                         TAKE-CASSETTE-NOTES-EXIT
              END-IF
              MOVE LENGTH OF CONFIRM-ACK TO OUTPUT-AREA-LEN
              EXEC CICS SEND FROM(CONFIRM-ACK)
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              GO TO CHECK-TERMINAL-EXIT
           END-IF.
      *    A RECORD WRITTEN BEFORE THE CASSETTE FIELDS EXISTED (OR
      *    WITH NONE CONFIGURED) IS NOT CASH-TRACKED
           IF TRM-CAS-DENOM (1) IS NUMERIC AND
              TRM-CAS-DENOM (1) > 0 THEN
              SET CASSETTES-TRACKED TO TRUE
           END-IF.

           IF TRM-STATUS-OUT-OF-SERVICE THEN
              MOVE 4 TO RET-CODE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              GO TO CHECK-TERMINAL-EXIT
           END-IF.

      *    AN AMOUNT THE NOTES IN THE CASSETTES CANNOT MAKE IS
      *    REFUSED LIKE ONE OVER THE CAP - THE CUSTOMER CAN STILL
      *    ASK FOR AN AMOUNT THE MACHINE CAN PAY
           IF CASSETTES-TRACKED THEN
              MOVE IA-AMOUNT TO MIX-AMOUNT
              PERFORM PLAN-NOTE-MIX THRU PLAN-NOTE-MIX-EXIT
              IF NOT MIX-FOUND THEN
                 MOVE 4 TO RET-CODE
                 MOVE EC-TERM-LIMIT TO OA-STATUS-CODE
                 MOVE SPACES TO LOG-MSG-BUFFER
                 STRING 'Terminal ' DELIMITED SIZE
                        EIBTRMID DELIMITED SIZE
                        ' cannot make amount from cassettes'
                                 DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
                 PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              END-IF
           END-IF.

       CHECK-TERMINAL-EXIT.
           EXIT.

      **************************************************
      *    WORK OUT THE NOTES FOR MIX-AMOUNT FROM THE
      *    CASSETTES: AS MANY OF THE TWO LARGEST
      *    DENOMINATIONS AS STILL LET THE SMALLER
      *    CASSETTES MAKE UP THE REST. ON MIX-FOUND,
      *    MIX-NOTES HOLDS THE NOTES FROM EACH CASSETTE
      **************************************************
       PLAN-NOTE-MIX.
           MOVE 'N' TO MIX-FOUND-SW.
           INITIALIZE MIX-NOTE-TABLE.
           MOVE 0 TO MIX-MAX-1 MIX-MAX-2.
           IF TRM-CAS-DENOM (1) > 0 AND TRM-CAS-COUNT (1) > 0 THEN
              COMPUTE MIX-MAX-1 = MIX-AMOUNT / TRM-CAS-DENOM (1)
              IF MIX-MAX-1 > TRM-CAS-COUNT (1) THEN
                 MOVE TRM-CAS-COUNT (1) TO MIX-MAX-1
              END-IF
           END-IF.
           IF TRM-CAS-DENOM (2) > 0 AND TRM-CAS-COUNT (2) > 0 THEN
              COMPUTE MIX-MAX-2 = MIX-AMOUNT / TRM-CAS-DENOM (2)
              IF MIX-MAX-2 > TRM-CAS-COUNT (2) THEN
                 MOVE TRM-CAS-COUNT (2) TO MIX-MAX-2
              END-IF
           END-IF.

           PERFORM PLAN-NOTE-TRY THRU PLAN-NOTE-TRY-EXIT
              VARYING MIX-N1 FROM MIX-MAX-1 BY -1
                UNTIL MIX-N1 < 0 OR MIX-FOUND
                AFTER MIX-N2 FROM MIX-MAX-2 BY -1
                UNTIL MIX-N2 < 0 OR MIX-FOUND.

       PLAN-NOTE-MIX-EXIT.
           EXIT.

       PLAN-NOTE-TRY.
           COMPUTE MIX-REMAIN = MIX-AMOUNT
                              - (MIX-N1 * TRM-CAS-DENOM (1))
                              - (MIX-N2 * TRM-CAS-DENOM (2))
           END-COMPUTE.
           IF MIX-REMAIN < 0 THEN
              GO TO PLAN-NOTE-TRY-EXIT
           END-IF.
           MOVE MIX-N1 TO MIX-TRY-NOTES (1).
           MOVE MIX-N2 TO MIX-TRY-NOTES (2).
           PERFORM PLAN-NOTE-CASSETTE THRU PLAN-NOTE-CASSETTE-EXIT
              VARYING CAS-IX FROM 3 BY 1 UNTIL CAS-IX > 4.
           IF MIX-REMAIN = 0 THEN
              MOVE MIX-TRY-TABLE TO MIX-NOTE-TABLE
              SET MIX-FOUND TO TRUE
           END-IF.

       PLAN-NOTE-TRY-EXIT.
           EXIT.

       PLAN-NOTE-CASSETTE.
           MOVE 0 TO MIX-TRY-NOTES (CAS-IX).
           IF TRM-CAS-DENOM (CAS-IX) = 0 OR
              TRM-CAS-COUNT (CAS-IX) NOT > 0 THEN
              GO TO PLAN-NOTE-CASSETTE-EXIT
           END-IF.
           COMPUTE MIX-TAKE = MIX-REMAIN / TRM-CAS-DENOM (CAS-IX).
           IF MIX-TAKE > TRM-CAS-COUNT (CAS-IX) THEN
              MOVE TRM-CAS-COUNT (CAS-IX) TO MIX-TAKE
           END-IF.
           MOVE MIX-TAKE TO MIX-TRY-NOTES (CAS-IX).
           COMPUTE MIX-REMAIN = MIX-REMAIN
                              - (MIX-TAKE * TRM-CAS-DENOM (CAS-IX))
           END-COMPUTE.

       PLAN-NOTE-CASSETTE-EXIT.
           EXIT.

      **************************************************
      *    THE CASH IS CONFIRMED OUT OF THE MACHINE -
      *    TAKE ITS NOTES OFF THE CASSETTE COUNTS, RAISE
      *    THE LOW-CASH EVENT ONCE PER REPLENISHMENT, AND
      *    TAKE THE TERMINAL OUT OF SERVICE WHEN IT CAN NO
      *    LONGER MAKE ITS SMALLEST NOTE
      **************************************************
       TAKE-CASSETTE-NOTES.
           IF NOT CASSETTES-TRACKED THEN
              GO TO TAKE-CASSETTE-NOTES-EXIT
           END-IF.
           MOVE 'N' TO LOW-CASH-EVENT-SW CASH-OUT-EVENT-SW.
           MOVE EIBTRMID TO TRM-KEY-TERM-ID.
           EXEC CICS READ
                     DATASET(WBTRMDB-DD)
                     INTO(TERMINAL-RECORD)
                     LENGTH(LENGTH OF TERMINAL-RECORD)
                     RIDFLD(TRM-REC-KEY)
                     KEYLENGTH(LENGTH OF TRM-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              MOVE 'Cassette update failed - terminal read error'
                TO LOG-MSG-BUFFER
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              GO TO TAKE-CASSETTE-NOTES-EXIT
           END-IF.

           MOVE IA-AMOUNT TO MIX-AMOUNT.
           PERFORM PLAN-NOTE-MIX THRU PLAN-NOTE-MIX-EXIT.
           IF MIX-FOUND THEN
              PERFORM TAKE-CASSETTE-COUNT THRU TAKE-CASSETTE-COUNT-EXIT
                 VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 4
           ELSE
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'Terminal ' DELIMITED SIZE
                     EIBTRMID DELIMITED SIZE
                     ' cassette counts short - not updated'
                              DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.

           MOVE 0 TO CASH-NOTES-LEFT CASH-VALUE-LEFT MIX-SMALLEST.
           PERFORM TALLY-CASSETTE THRU TALLY-CASSETTE-EXIT
              VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 4.

           IF TRM-LOW-CASH-NOTES > 0 AND
              CASH-NOTES-LEFT NOT > TRM-LOW-CASH-NOTES AND
              NOT TRM-LOW-CASH-REPORTED THEN
              MOVE 'Y' TO TRM-LOW-CASH-SW
              SET LOW-CASH-EVENT TO TRUE
           END-IF.

           MOVE MIX-SMALLEST TO MIX-AMOUNT.
           PERFORM PLAN-NOTE-MIX THRU PLAN-NOTE-MIX-EXIT.
           IF NOT MIX-FOUND AND TRM-STATUS-IN-SERVICE THEN
              MOVE 'E' TO TRM-STATUS-CODE
              SET CASH-OUT-EVENT TO TRUE
           END-IF.

           EXEC CICS REWRITE
                     DATASET(WBTRMDB-DD)
                     FROM(TERMINAL-RECORD)
                     LENGTH(LENGTH OF TERMINAL-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              MOVE 'Cassette update failed - terminal rewrite error'
                TO LOG-MSG-BUFFER
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              GO TO TAKE-CASSETTE-NOTES-EXIT
           END-IF.

           IF LOW-CASH-EVENT THEN
              MOVE 'LOW CASH' TO CASH-EVENT-REASON
              PERFORM WRITE-CASH-EVENT THRU WRITE-CASH-EVENT-EXIT
           END-IF.
           IF CASH-OUT-EVENT THEN
              MOVE 'CASH OUT - NO SVC' TO CASH-EVENT-REASON
              PERFORM WRITE-CASH-EVENT THRU WRITE-CASH-EVENT-EXIT
           END-IF.

       TAKE-CASSETTE-NOTES-EXIT.
           EXIT.

       TAKE-CASSETTE-COUNT.
           SUBTRACT MIX-NOTES (CAS-IX) FROM TRM-CAS-COUNT (CAS-IX).

       TAKE-CASSETTE-COUNT-EXIT.
           EXIT.

      *    CASSETTES RUN LARGEST FIRST, SO THE LAST CONFIGURED ONE
      *    HOLDS THE SMALLEST NOTE
       TALLY-CASSETTE.
           IF TRM-CAS-DENOM (CAS-IX) > 0 THEN
              ADD TRM-CAS-COUNT (CAS-IX) TO CASH-NOTES-LEFT
              COMPUTE CASH-VALUE-LEFT = CASH-VALUE-LEFT
                    + (TRM-CAS-COUNT (CAS-IX) * TRM-CAS-DENOM (CAS-IX))
              END-COMPUTE
              MOVE TRM-CAS-DENOM (CAS-IX) TO MIX-SMALLEST
           END-IF.

       TALLY-CASSETTE-EXIT.
           EXIT.

      **************************************************
      *    TELL OPERATIONS ABOUT A CASH EVENT - A CSMT
      *    MESSAGE NOW AND A WDSP RECORD FOR THE MORNING
      *    ATM EXCEPTION REPORT, CARRYING THE CASH LEFT
      **************************************************
       WRITE-CASH-EVENT.
           MOVE CASH-NOTES-LEFT TO EDIT-NUM.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Terminal ' DELIMITED SIZE
                  EIBTRMID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CASH-EVENT-REASON DELIMITED SIZE
                  ' notes left' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

           EXEC CICS ASKTIME ABSTIME(TRC-UTIME) END-EXEC.
           MOVE SPACES TO ATM-EXCEPTION-RECORD.
           EXEC CICS FORMATTIME ABSTIME(TRC-UTIME)
                                YYYYMMDD(DSP-DATE)
                                DATESEP('-')
                                TIME(DSP-TIME)
                                TIMESEP
                                END-EXEC.
           MOVE EIBTRMID          TO DSP-TERM-ID.
           MOVE CASH-EVENT-REASON TO DSP-REASON.
           MOVE CASH-VALUE-LEFT   TO DSP-AMOUNT.
           MOVE LENGTH OF ATM-EXCEPTION-RECORD TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('WDSP')
                               FROM(ATM-EXCEPTION-RECORD)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       WRITE-CASH-EVENT-EXIT.
           EXIT.

      **************************************************
      *    READ THE STORE-AND-FORWARD CONTROL RECORD -
      *    ABSENT OR UNREADABLE MEANS NORMAL POSTING
                       END-IF
                       IF ACCT-NEW-BAL < 0 THEN
                          SET OD-CHARGE-NEEDED TO TRUE
                          PERFORM PRICE-OD-CHARGE THRU
                                  PRICE-OD-CHARGE-EXIT
                          COMPUTE ACCT-NEW-BAL =
                                  ACCT-NEW-BAL - ACCOUNT-CHK-OD-CHG
                          END-COMPUTE
       WRITE-JRN-COMMON-EXIT.
           EXIT.

      **************************************************************
      ** PRICE THE OVERDRAFT CHARGE OFF THE FEE SCHEDULE (ODCH) -   **
      ** THE RESULT IS STAMPED ON THE ACCOUNT SO THE 'O' ITEM, THE  **
      ** YEAR-TO-DATE FEES AND ANY REVERSAL ALL CARRY ONE AMOUNT.   **
      **************************************************************
       PRICE-OD-CHARGE.
           MOVE 'ODCH'             TO SCHED-FEE-CODE.
           MOVE ACCOUNT-CLASS-CODE TO SCHED-CLASS.
           MOVE ACCOUNT-BRANCH     TO SCHED-BRANCH.
           MOVE ACCOUNT-CHK-OD-CHG TO SCHED-FEE.
           PERFORM GET-SCHEDULE-FEE THRU GET-SCHEDULE-FEE-EXIT.
           MOVE SCHED-FEE          TO ACCOUNT-CHK-OD-CHG.

       PRICE-OD-CHARGE-EXIT.
           EXIT.

      **************************************************************
      ** RESOLVE A SCHEDULED FEE - SCHED-FEE COMES IN HOLDING THE   **
      ** FALLBACK AMOUNT. EVERY ENTRY FOR THE CODE THAT IS ALREADY  **
      ** EFFECTIVE AND WHOSE CLASS AND BRANCH ARE BLANK OR MATCH IS **
      ** RANKED (BRANCH 2, CLASS 1); THE BEST RANK WINS AND WITHIN  **
      ** A RANK THE LATEST DATE, AS THE ENTRIES READ BACK IN KEY    **
      ** ORDER. SCHED-BEST-RANK STAYS ZERO WHEN NOTHING APPLIES.    **
      **************************************************************
       GET-SCHEDULE-FEE.
           MOVE 0 TO SCHED-BEST-RANK.
           IF SCHED-CLASS NOT = 'B' THEN
              MOVE 'P' TO SCHED-CLASS
           END-IF.
           EXEC CICS ASKTIME ABSTIME(FEE-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(FEE-UTIME)
                                YYYYMMDD(FEE-AS-OF-DATE)
                                DATESEP('-')
                                END-EXEC.

           MOVE SPACES         TO FEE-REC-KEY.
           MOVE SCHED-FEE-CODE TO FEE-KEY-CODE.
           EXEC CICS STARTBR
                     DATASET(WBFEEDB-DD)
                     RIDFLD(FEE-REC-KEY)
                     KEYLENGTH(LENGTH OF FEE-REC-KEY)
                     GTEQ
                     RESP(FEE-RESP-CODE)
           END-EXEC.
           IF FEE-RESP-CODE NOT = 0 THEN
              GO TO GET-SCHEDULE-FEE-EXIT
           END-IF.

       GET-SCHEDULE-FEE-NEXT.
           EXEC CICS READNEXT
                     DATASET(WBFEEDB-DD)
                     INTO(FEE-TABLE-RECORD)
                     LENGTH(LENGTH OF FEE-TABLE-RECORD)
                     RIDFLD(FEE-REC-KEY)
                     KEYLENGTH(LENGTH OF FEE-REC-KEY)
                     RESP(FEE-RESP-CODE)
           END-EXEC.
           IF FEE-RESP-CODE NOT = 0 THEN
              GO TO GET-SCHEDULE-FEE-ENDBR
           END-IF.
           IF FEE-CODE NOT = SCHED-FEE-CODE THEN
              GO TO GET-SCHEDULE-FEE-ENDBR
           END-IF.
           IF FEE-EFFECTIVE-DATE > FEE-AS-OF-DATE
              OR (FEE-ACCT-CLASS NOT = SPACE AND
                  FEE-ACCT-CLASS NOT = SCHED-CLASS)
              OR (FEE-BRANCH NOT = SPACES AND
                  FEE-BRANCH NOT = SCHED-BRANCH) THEN
              GO TO GET-SCHEDULE-FEE-NEXT
           END-IF.
           MOVE 1 TO SCHED-RANK.
           IF FEE-ACCT-CLASS NOT = SPACE THEN
              ADD 1 TO SCHED-RANK
           END-IF.
           IF FEE-BRANCH NOT = SPACES THEN
              ADD 2 TO SCHED-RANK
           END-IF.
           IF SCHED-RANK NOT < SCHED-BEST-RANK THEN
              MOVE SCHED-RANK TO SCHED-BEST-RANK
              MOVE FEE-AMOUNT TO SCHED-FEE
           END-IF.
           GO TO GET-SCHEDULE-FEE-NEXT.

       GET-SCHEDULE-FEE-ENDBR.
           EXEC CICS ENDBR DATASET(WBFEEDB-DD) RESP(FEE-RESP-CODE)
                           END-EXEC.

       GET-SCHEDULE-FEE-EXIT.
           EXIT.

       END-WBGCASH.
           PERFORM WRITE-EJOURNAL THRU WRITE-EJOURNAL-EXIT.
           EXEC CICS RETURN END-EXEC.
