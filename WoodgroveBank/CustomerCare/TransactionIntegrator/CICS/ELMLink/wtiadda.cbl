           05 ACCOUNT-JOINT-SSN         PIC X(9)       VALUE SPACES.
           05 ACCOUNT-BRANCH             PIC X(3)       VALUE SPACES.
           05 ACCOUNT-CYCLE-CODE         PIC X(1)       VALUE SPACES.
           05 FILLER                     PIC X(21)      VALUE SPACES.
           05 ACCOUNT-CLASS-CODE         PIC X(1)       VALUE SPACES.
              88 ACCOUNT-CLASS-CONSUMER           VALUE 'P' ' '.
              88 ACCOUNT-CLASS-BUSINESS           VALUE 'B'.
           05 FILLER                     PIC X(3)       VALUE SPACES.

       01 TXN-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
       01  JRN-ACCT-IMAGE                 PIC X(122).
       01  JRN-ACCT-ACTION                PIC X(1)   VALUE 'R'.

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

       01 DFHCOMMAREA.
              END-IF
           END-IF.

      *    THE OVERDRAFT CHARGE IS CAPPED AT THE SCHEDULED CHARGE
      *    (FEE CODE ODCH) FOR THE ACCOUNT'S CLASS AND BRANCH, OR AT
      *    MAX-OD-CHG WHEN NO ENTRY APPLIES; A ZERO CHARGE FROM THE
      *    CLIENT TAKES THE SCHEDULED ONE
           IF ACCOUNT-TYPE-CODE OF ACCOUNT-RECORD = 'C' THEN
              MOVE 'ODCH'         TO SCHED-FEE-CODE
              MOVE ACCOUNT-CLASS-CODE OF ACCOUNT-RECORD TO SCHED-CLASS
              MOVE ACCOUNT-BRANCH OF ACCOUNT-RECORD TO SCHED-BRANCH
              MOVE MAX-OD-CHG     TO SCHED-FEE
              PERFORM GET-SCHEDULE-FEE THRU GET-SCHEDULE-FEE-EXIT
              IF ACCOUNT-CHK-OD-CHG OF ACCOUNT-RECORD = 0 AND
                 SCHED-BEST-RANK > 0 THEN
                 MOVE SCHED-FEE TO ACCOUNT-CHK-OD-CHG OF ACCOUNT-RECORD
              END-IF
           END-IF.

           IF ACCOUNT-TYPE-CODE OF ACCOUNT-RECORD = 'C' THEN
              IF ACCOUNT-CHK-OD-LIMIT OF ACCOUNT-RECORD < 0 OR
                 ACCOUNT-CHK-OD-LIMIT OF ACCOUNT-RECORD > MAX-OD-LIMIT
                 OR
                 ACCOUNT-CHK-OD-CHG OF ACCOUNT-RECORD < 0 OR
                 ACCOUNT-CHK-OD-CHG OF ACCOUNT-RECORD > SCHED-FEE THEN
                 MOVE 'Invalid overdraft limit or service charge' TO
                      BSTRHELPSTRING
                 MOVE 5014 TO SERRORCODE RET-CODE
       WRITE-AUDIT-REC-EXIT.
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
