                 88 ACCOUNT-TYPE-CHK            VALUE 'C'.
                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
                 88 ACCOUNT-TYPE-LOC            VALUE 'R'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-CHECKING REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-CD-DETAIL-ITEMS  PIC S9(7)      COMP-3.
              10 ACCOUNT-CD-BAL           PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(02).
           05 ACCOUNT-TYPE-LINE  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LOC-INT-RATE     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-LOC-CREDIT-LIMIT PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LOC-MIN-DUE      PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LOC-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LOC-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LOC-BAL          PIC S9(13)V99  COMP-3.
              10 ACCOUNT-LOC-STMT-ITEMS   PIC S9(7)      COMP-3.
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
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
                       END-IF
                       IF ACCT-NEW-BAL < 0 THEN
                          SET OD-CHARGE-NEEDED TO TRUE
                          PERFORM PRICE-OD-CHARGE THRU
                                  PRICE-OD-CHARGE-EXIT
                          COMPUTE ACCT-NEW-BAL =
                                  ACCT-NEW-BAL - ACCOUNT-CHK-OD-CHG
                          END-COMPUTE
                       MOVE ACCT-NEW-BAL TO ACCOUNT-CD-BAL
                       ADD 1 TO ACCOUNT-CD-DETAIL-ITEMS
                       MOVE ACCOUNT-CD-BAL TO OA-BALANCE
                    WHEN 'R'
      *                A DRAW ON A CREDIT LINE ADDS TO THE AMOUNT
      *                OWED AND MAY NOT TAKE IT PAST THE CREDIT
      *                LIMIT; THE AVAILABLE CREDIT LEFT IS RETURNED
      *                IN PLACE OF A BALANCE
                       COMPUTE ACCT-NEW-BAL =
                               ACCOUNT-LOC-BAL + IA-AMOUNT
                       END-COMPUTE
                       IF (ACCT-NEW-BAL + HOLD-TOTAL) >
                          ACCOUNT-LOC-CREDIT-LIMIT THEN
                          MOVE EC-WOULD-OVERDRAW TO OA-STATUS-CODE
                          MOVE 1 TO RET-CODE
                          GO TO GET-ACCT-EXIT
                       END-IF
                       MOVE ACCT-NEW-BAL TO ACCOUNT-LOC-BAL
                       ADD 1 TO ACCOUNT-LOC-DETAIL-ITEMS
                       COMPUTE OA-BALANCE = ACCOUNT-LOC-CREDIT-LIMIT
                                          - ACCOUNT-LOC-BAL
                       END-COMPUTE
                    WHEN OTHER
                       MOVE EC-INVALID-ACCT TO OA-STATUS-CODE
                       MOVE 1 TO RET-CODE
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN 'D'
                 MOVE ACCOUNT-CD-DETAIL-ITEMS  TO TXN-ITEM-NUM
              WHEN 'R'
                 MOVE ACCOUNT-LOC-DETAIL-ITEMS TO TXN-ITEM-NUM
           END-EVALUATE.

           MOVE TXN-SSN      TO SSN      OF TXN-REC-KEY.
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

       END-WBXFER.
           PERFORM WRITE-EJOURNAL THRU WRITE-EJOURNAL-EXIT.
           EXEC CICS RETURN END-EXEC.
