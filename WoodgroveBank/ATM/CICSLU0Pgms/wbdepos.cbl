      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** ENVELOPE DEPOSIT AT THE ATM. THE CREDIT POSTS TO THE        *
      ** ACCOUNT AND WBTXNDB IMMEDIATELY, BUT A POLICY-SET DEPOSIT   *
      ** HOLD IS PLACED ON WBHOLDDB SO THE FUNDS ARE NOT WITHDRAWABLE*
      ** (SEE THE HOLD-AWARE AVAILABLE-BALANCE CHECKS) UNTIL BACK-   *
      ** OFFICE VERIFIES THE ENVELOPE OR THE HOLD'S RELEASE DATE     *
                 88 ACCOUNT-TYPE-CHK            VALUE 'C'.
                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
                 88 ACCOUNT-TYPE-IRA            VALUE 'I'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-CHECKING REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-CD-DETAIL-ITEMS  PIC S9(7)      COMP-3.
              10 ACCOUNT-CD-BAL           PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(02).
           05 ACCOUNT-TYPE-IRA-AREA  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-IRA-INT-RATE     PIC S9(1)V99   COMP-3.
              10 ACCOUNT-IRA-PLAN-CODE    PIC X(01).
              10 FILLER                   PIC X(02).
              10 ACCOUNT-IRA-LAST-STMT    PIC X(10).
              10 ACCOUNT-IRA-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-IRA-BAL          PIC S9(13)V99  COMP-3.
              10 ACCOUNT-IRA-CONTRIB-YEAR PIC 9(04).
              10 ACCOUNT-IRA-CUR-CONTRIB  PIC S9(5)V99   COMP-3.
              10 ACCOUNT-IRA-PRI-CONTRIB  PIC S9(5)V99   COMP-3.
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
       01 HOLD-PLACED-ISO             PIC X(10)  VALUE SPACES.
       01 HOLD-RELEASE-ISO            PIC X(10)  VALUE SPACES.
       01 HOLD-DAYS                   PIC 9(3)   VALUE 5.
       01 HOLD-DEFAULT-DAYS           PIC 9(3)   VALUE 5.
       01 HOLD-AMOUNT                 PIC S9(13)V99 COMP-3 VALUE 0.
       01 HOLD-REASON                 PIC X(14)  VALUE SPACES.
       01 HOLD-TODAY-UTIME            PIC S9(15) COMP-3  VALUE 0.
       01 HOLD-NEW-CUTOFF-ISO         PIC X(10)  VALUE SPACES.
       01 HOLD-OD-CUTOFF-ISO          PIC X(10)  VALUE SPACES.
       01 HOLD-OPEN-ISO               PIC X(10)  VALUE SPACES.
       01 HOLD-TXN-ISO                PIC X(10)  VALUE SPACES.
       01 HOLD-OD-FOUND               PIC S9(4)  COMP    VALUE 0.
       01 HOLD-EDIT-AMT               PIC Z(7)9.99.

      *****************************************************************
      *  DEPOSIT HOLD POLICY (WBHPOLDB) - THE ENVELOPE ENTRY (TYPE    *
      *  EN) DERIVES THE DAYS AND AMOUNT OF THE HOLD (SEE WBHPLREC).  *
      *  NO ENTRY, OR ONE NOT YET IN EFFECT, HOLDS THE WHOLE ENVELOPE *
      *  FOR HOLD-DEFAULT-DAYS AS BEFORE.                             *
      *****************************************************************
       01 WBHPOLDB-DD                 PIC X(8)   VALUE 'WBHPOLDB'.
       01 HPL-REC-KEY.
          05 HPL-KEY-DEP-TYPE         PIC X(2)   VALUE 'EN'.
       01 HOLD-POLICY-RECORD.
          05 HPL-DEP-TYPE             PIC X(02).
          05 HPL-STD-DAYS             PIC 9(03).
          05 HPL-NEXT-DAY-AMT         PIC S9(7)V99   COMP-3.
          05 HPL-NEW-ACCT-AGE         PIC 9(03).
          05 HPL-NEW-ACCT-DAYS        PIC 9(03).
          05 HPL-LARGE-AMT            PIC S9(9)V99   COMP-3.
          05 HPL-LARGE-DAYS           PIC 9(03).
          05 HPL-OD-COUNT             PIC 9(03).
          05 HPL-OD-DAYS              PIC 9(03).
          05 HPL-EFFECTIVE-DATE       PIC X(10).
          05 HPL-MAINT-OPID           PIC X(03).
          05 HPL-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(24).

      *****************************************************************
      *  TYPED CUSTOMER NOTIFICATION RECORD, QUEUED TO THE WNTF       *
      *  TRANSIENT DATA QUEUE FOR THE NIGHTLY NTFYGEN LETTER BATCH.   *
      *  SEE THE WBNTFREC COPYBOOK CARRIED BY THE BATCH SIDE.         *
      *****************************************************************
       01  NOTIFY-RECORD.
           05 NTF-SSN                     PIC X(9).
           05 NTF-ACCT-NUM                PIC X(10).
           05 NTF-DATE                    PIC X(10).
           05 NTF-TYPE-CODE               PIC X(02).
           05 NTF-TEXT                    PIC X(60).
           05 FILLER                      PIC X(09).
       01 NTF-UTIME                       PIC S9(15) COMP-3.

       01 INPUT-AREA.
          05 IA-TRAN                  PIC X(4).
          05 EC-ACCT-CLOSED          PIC X      VALUE '9'.
          05 EC-ACCT-DORMANT         PIC X      VALUE 'A'.
          05 EC-DUP-TRACE            PIC X      VALUE 'D'.
          05 EC-CONTRIB-LIMIT        PIC X      VALUE 'C'.

       01 DONE                        PIC X      VALUE 'N'.
       01 UTIME-YEAR                  PIC S9(8)  VALUE 0.
       01  JRN-UTIME                      PIC S9(15) COMP-3.
       01  JRN-HW-LENGTH                  PIC 9(4)   COMP.

      *****************************************************************
      *  CENTRAL FEE SCHEDULE (WBFEEDB) - AN IRA DEPOSIT IS HELD TO   *
      *  THE ANNUAL CONTRIBUTION LIMIT, FEE CODE IRAL, AS IN FORCE AT *
      *  12/31 OF THE YEAR, FALLING BACK TO IRA-DEFAULT-LIMIT. SEE    *
      *  CHECK-IRA-CONTRIB AND GET-SCHEDULE-FEE.                      *
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
       01 FEE-RESP-CODE               PIC S9(8)   COMP  VALUE 0.

      *****************************************************************
      *  IRA ACTIVITY (WBIRADB) - AN ATM DEPOSIT TO AN IRA IS A       *
      *  CONTRIBUTION TO THE CURRENT TAX YEAR, RECORDED FOR THE       *
      *  YEAR-END YR5498 RUN. SEE THE WBIRAREC COPYBOOK.              *
      *****************************************************************
       01 WBIRADB-DD                  PIC X(8)    VALUE 'WBIRADB'.
       01 IRA-REC-KEY.
          05 IRA-KEY-SSN              PIC X(9)    VALUE SPACES.
          05 IRA-KEY-ACCT-NUM         PIC X(10)   VALUE SPACES.
          05 IRA-KEY-ITEM-NUM         PIC S9(7)   COMP-3 VALUE 0.
       01 IRA-ACTIVITY-RECORD.
          05 IRA-SSN                  PIC X(9).
          05 IRA-ACCT-NUM             PIC X(10).
          05 IRA-ITEM-NUM             PIC S9(7)      COMP-3.
          05 IRA-ACTIVITY-CODE        PIC X(1).
          05 IRA-TAX-YEAR             PIC 9(4).
          05 IRA-ACTIVITY-DATE        PIC X(10).
          05 IRA-AMOUNT               PIC S9(13)V99  COMP-3.
          05 IRA-DIST-CODE            PIC X(1).
          05 IRA-FED-WH               PIC S9(11)V99  COMP-3.
          05 IRA-PLAN-CODE            PIC X(1).
          05 IRA-SOURCE               PIC X(1).
          05 IRA-OPID                 PIC X(3).
          05 FILLER                   PIC X(21).
       01 IRA-DEFAULT-LIMIT           PIC S9(5)V99 COMP-3 VALUE 7000.00.
       01 IRA-CUR-YEAR                PIC 9(4)            VALUE 0.
       01 IRA-YEAR-TEXT               PIC X(4)            VALUE SPACES.
       01 IRA-UTIME                   PIC S9(15)  COMP-3.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
              PERFORM UPDATE-ACCT THRU UPDATE-ACCT-EXIT
           END-IF.

           IF RET-CODE = 0 AND ACCOUNT-TYPE-IRA THEN
              PERFORM WRITE-IRA-ACTIVITY THRU WRITE-IRA-ACTIVITY-EXIT
           END-IF.

           IF RET-CODE = 0 THEN
              PERFORM PLACE-ENVELOPE-HOLD THRU PLACE-ENVELOPE-HOLD-EXIT
           END-IF.
              WHEN 'S'
                 COMPUTE ACCT-NEW-BAL = SNAP-SAV-BAL + IA-AMOUNT
                 END-COMPUTE
      *       AN IRA DEPOSIT NEEDS THE LIVE CONTRIBUTION TOTALS TO BE
      *       HELD TO THE ANNUAL LIMIT - IT WAITS FOR THE WINDOW TO
      *       CLOSE
              WHEN OTHER
                 MOVE EC-INVALID-ACCT TO OA-STATUS-CODE
                 MOVE 1 TO RET-CODE
                       MOVE ACCT-NEW-BAL TO ACCOUNT-SAV-BAL
                       ADD 1 TO ACCOUNT-SAV-DETAIL-ITEMS
                       MOVE ACCOUNT-SAV-BAL TO OA-BALANCE
                    WHEN 'I'
                       PERFORM CHECK-IRA-CONTRIB
                          THRU CHECK-IRA-CONTRIB-EXIT
                       IF RET-CODE NOT = 0 THEN
                          MOVE EC-CONTRIB-LIMIT TO OA-STATUS-CODE
                          GO TO GET-ACCT-EXIT
                       END-IF
                       COMPUTE ACCT-NEW-BAL =
                               ACCOUNT-IRA-BAL + IA-AMOUNT
                       END-COMPUTE
                       MOVE ACCT-NEW-BAL TO ACCOUNT-IRA-BAL
                       ADD IA-AMOUNT TO ACCOUNT-IRA-CUR-CONTRIB
                       ADD 1 TO ACCOUNT-IRA-DETAIL-ITEMS
                       MOVE ACCOUNT-IRA-BAL TO OA-BALANCE
                    WHEN OTHER
                       MOVE EC-INVALID-ACCT TO OA-STATUS-CODE
                       MOVE 1 TO RET-CODE
              WHEN 'S'
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
                                              ITEM-NUM OF TXN-REC-KEY
              WHEN 'I'
                 MOVE ACCOUNT-IRA-DETAIL-ITEMS TO TXN-ITEM-NUM
                                              ITEM-NUM OF TXN-REC-KEY
           END-EVALUATE.
           MOVE 'C' TO TXN-TYPE.
           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
      *    PLACE THE UNCOLLECTED-FUNDS HOLD FOR THE
      *    ENVELOPE - RELEASED EARLY BY BACK-OFFICE
      *    VERIFICATION OR BY THE NIGHTLY HOLDREL JOB
      *    WHEN THE RELEASE DATE ARRIVES. THE DAYS AND
      *    AMOUNT COME FROM THE ENVELOPE HOLD POLICY, AND
      *    AN EXCEPTION HOLD QUEUES A HOLD NOTICE.
      **************************************************
       PLACE-ENVELOPE-HOLD.
           EXEC CICS ASKTIME ABSTIME(HOLD-UTIME) END-EXEC.
                                YYYYMMDD(HOLD-PLACED-ISO)
                                DATESEP('-')
                                END-EXEC.
           MOVE HOLD-UTIME TO HOLD-TODAY-UTIME.

           PERFORM APPLY-HOLD-POLICY THRU APPLY-HOLD-POLICY-EXIT.
           IF HOLD-AMOUNT NOT > 0 OR HOLD-DAYS = 0 THEN
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'Envelope deposit needs no hold on acct '
                     DELIMITED SIZE
                     IA-ACCT-NUM DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              GO TO PLACE-ENVELOPE-HOLD-EXIT
           END-IF.

           COMPUTE HOLD-UTIME = HOLD-UTIME
                              + (HOLD-DAYS * 86400000)
           END-COMPUTE.
           MOVE IA-SSN           TO HLD-SSN HLD-KEY-SSN.
           MOVE IA-ACCT-NUM      TO HLD-ACCT-NUM HLD-KEY-NUM.
           MOVE HOLD-NEXT-SEQ    TO HLD-SEQ HLD-KEY-SEQ.
           MOVE HOLD-AMOUNT      TO HLD-AMOUNT.
           MOVE HOLD-PLACED-ISO  TO HLD-PLACED-DATE.
           MOVE HOLD-RELEASE-ISO TO HLD-RELEASE-DATE.
           MOVE 'A'              TO HLD-STATUS-CODE.
                  IA-ACCT-NUM DELIMITED SIZE
                  ' until ' DELIMITED SIZE
                  HOLD-RELEASE-ISO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  HOLD-REASON DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

           IF HOLD-REASON NOT = SPACES THEN
              MOVE HOLD-AMOUNT TO HOLD-EDIT-AMT
              MOVE IA-SSN      TO NTF-SSN
              MOVE IA-ACCT-NUM TO NTF-ACCT-NUM
              MOVE 'HN'        TO NTF-TYPE-CODE
              MOVE SPACES      TO NTF-TEXT
              STRING 'DEPOSIT HOLD '  DELIMITED SIZE
                     HOLD-EDIT-AMT    DELIMITED SIZE
                     ' AVAILABLE '    DELIMITED SIZE
                     HOLD-RELEASE-ISO DELIMITED SIZE
                     ' '              DELIMITED SIZE
                     HOLD-REASON      DELIMITED SIZE
                     INTO NTF-TEXT
              END-STRING
              PERFORM WRITE-NOTIFY-REC THRU WRITE-NOTIFY-REC-EXIT
           END-IF.

       PLACE-ENVELOPE-HOLD-EXIT.
           EXIT.

      **************************************************
      *    DERIVE THE ENVELOPE HOLD FROM THE POLICY - THE
      *    NEXT-DAY AMOUNT IS RELEASED, THE REST HELD FOR
      *    THE STANDARD DAYS, AND THE LONGEST EXCEPTION
      *    (NEW ACCOUNT, LARGE DEPOSIT, REPEATED
      *    OVERDRAFTS) WINS AND NAMES THE REASON
      **************************************************
       APPLY-HOLD-POLICY.
           MOVE IA-AMOUNT         TO HOLD-AMOUNT.
           MOVE HOLD-DEFAULT-DAYS TO HOLD-DAYS.
           MOVE SPACES            TO HOLD-REASON.

           EXEC CICS READ
                     DATASET(WBHPOLDB-DD)
                     INTO(HOLD-POLICY-RECORD)
                     LENGTH(LENGTH OF HOLD-POLICY-RECORD)
                     RIDFLD(HPL-REC-KEY)
                     KEYLENGTH(LENGTH OF HPL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO APPLY-HOLD-POLICY-EXIT
           END-IF.
           IF HPL-EFFECTIVE-DATE > HOLD-PLACED-ISO THEN
              GO TO APPLY-HOLD-POLICY-EXIT
           END-IF.

           COMPUTE HOLD-AMOUNT = IA-AMOUNT - HPL-NEXT-DAY-AMT
           END-COMPUTE.
           IF HOLD-AMOUNT < 0 THEN
              MOVE 0 TO HOLD-AMOUNT
           END-IF.
           MOVE HPL-STD-DAYS TO HOLD-DAYS.

           MOVE SPACES TO HOLD-OPEN-ISO.
           MOVE 0      TO HOLD-OD-FOUND.
           IF HPL-NEW-ACCT-AGE > 0 OR HPL-OD-COUNT > 0 THEN
              PERFORM SCAN-HOLD-HISTORY THRU SCAN-HOLD-HISTORY-EXIT
           END-IF.

           IF HPL-NEW-ACCT-AGE > 0 AND
              HOLD-OPEN-ISO > HOLD-NEW-CUTOFF-ISO AND
              HPL-NEW-ACCT-DAYS > HOLD-DAYS THEN
              MOVE HPL-NEW-ACCT-DAYS TO HOLD-DAYS
              MOVE 'NEW ACCOUNT'     TO HOLD-REASON
           END-IF.

           IF HPL-LARGE-AMT > 0 AND
              IA-AMOUNT > HPL-LARGE-AMT AND
              HPL-LARGE-DAYS > HOLD-DAYS THEN
              MOVE HPL-LARGE-DAYS    TO HOLD-DAYS
              MOVE 'LARGE DEPOSIT'   TO HOLD-REASON
           END-IF.

           IF HPL-OD-COUNT > 0 AND
              HOLD-OD-FOUND NOT < HPL-OD-COUNT AND
              HPL-OD-DAYS > HOLD-DAYS THEN
              MOVE HPL-OD-DAYS       TO HOLD-DAYS
              MOVE 'REPEATED OD'     TO HOLD-REASON
           END-IF.

       APPLY-HOLD-POLICY-EXIT.
           EXIT.

      **************************************************
      *    BROWSE THE ACCOUNT'S ITEMS FOR ITS OPENING
      *    DATE (ITEM 1) AND THE OVERDRAFT CHARGES POSTED
      *    IN THE LAST SIX MONTHS. ONLINE ITEMS CARRY
      *    MM/DD/YYYY, BATCH ITEMS YYYY-MM-DD.
      **************************************************
       SCAN-HOLD-HISTORY.
      *    ABSTIME IS MILLISECONDS - STEP BACK TO EACH CUTOFF
           COMPUTE HOLD-UTIME = HOLD-TODAY-UTIME
                              - (HPL-NEW-ACCT-AGE * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(HOLD-UTIME)
                                YYYYMMDD(HOLD-NEW-CUTOFF-ISO)
                                DATESEP('-')
                                END-EXEC.
           COMPUTE HOLD-UTIME = HOLD-TODAY-UTIME - (182 * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(HOLD-UTIME)
                                YYYYMMDD(HOLD-OD-CUTOFF-ISO)
                                DATESEP('-')
                                END-EXEC.
           MOVE HOLD-TODAY-UTIME TO HOLD-UTIME.

           MOVE IA-SSN      TO SSN      OF TXN-REC-KEY.
           MOVE IA-ACCT-NUM TO NUM      OF TXN-REC-KEY.
           MOVE 0           TO ITEM-NUM OF TXN-REC-KEY.
           EXEC CICS STARTBR
                     DATASET(WBTXNDB-DD)
                     RIDFLD(TXN-REC-KEY)
                     KEYLENGTH(LENGTH OF TXN-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO SCAN-HOLD-HISTORY-EXIT
           END-IF.

       SCAN-HOLD-HISTORY-NEXT.
           EXEC CICS READNEXT
                     DATASET(WBTXNDB-DD)
                     INTO(TXN-DETAILS)
                     LENGTH(LENGTH OF TXN-DETAILS)
                     RIDFLD(TXN-REC-KEY)
                     KEYLENGTH(LENGTH OF TXN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO SCAN-HOLD-HISTORY-ENDBR
           END-IF.
           IF TXN-SSN NOT = IA-SSN OR
              TXN-ACCT-NUM NOT = IA-ACCT-NUM THEN
              GO TO SCAN-HOLD-HISTORY-ENDBR
           END-IF.
           IF TXN-DATE(5:1) = '-' THEN
              MOVE TXN-DATE TO HOLD-TXN-ISO
           ELSE
              MOVE SPACES TO HOLD-TXN-ISO
              STRING TXN-DATE(7:4) DELIMITED SIZE
                     '-'           DELIMITED SIZE
                     TXN-DATE(1:2) DELIMITED SIZE
                     '-'           DELIMITED SIZE
                     TXN-DATE(4:2) DELIMITED SIZE
                     INTO HOLD-TXN-ISO
              END-STRING
           END-IF.
           IF HOLD-OPEN-ISO = SPACES THEN
              MOVE HOLD-TXN-ISO TO HOLD-OPEN-ISO
           END-IF.
           IF TXN-TYPE-ODCHG AND
              HOLD-TXN-ISO > HOLD-OD-CUTOFF-ISO THEN
              ADD 1 TO HOLD-OD-FOUND
           END-IF.
           GO TO SCAN-HOLD-HISTORY-NEXT.

       SCAN-HOLD-HISTORY-ENDBR.
           EXEC CICS ENDBR DATASET(WBTXNDB-DD) RESP(RESP-CODE)
                           END-EXEC.

       SCAN-HOLD-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *  QUEUE A TYPED CUSTOMER NOTIFICATION FOR THE NIGHTLY LETTER   *
      *  BATCH - THE CALLER FILLS NTF-SSN/ACCT/TYPE/TEXT FIRST        *
      *****************************************************************
       WRITE-NOTIFY-REC.
           EXEC CICS ASKTIME ABSTIME(NTF-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(NTF-UTIME)
                                YYYYMMDD(NTF-DATE)
                                DATESEP('-')
                                END-EXEC.
           MOVE LENGTH OF NOTIFY-RECORD TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('WNTF')
                               FROM(NOTIFY-RECORD)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       WRITE-NOTIFY-REC-EXIT.
           EXIT.

      **************************************************
      *    HOLD AN IRA DEPOSIT TO THE ANNUAL LIMIT - AN
      *    ATM CONTRIBUTION ALWAYS COUNTS TOWARD THE
      *    CURRENT YEAR, SO THE RECORD IS ROLLED INTO IT
      *    FIRST. RET-CODE 1 WHEN OVER.
      **************************************************
       CHECK-IRA-CONTRIB.
           EXEC CICS ASKTIME ABSTIME(IRA-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(IRA-UTIME)
                                YYYYMMDD(IRA-ACTIVITY-DATE)
                                DATESEP('-')
                                END-EXEC.
           MOVE IRA-ACTIVITY-DATE(1:4) TO IRA-CUR-YEAR IRA-YEAR-TEXT.

           IF ACCOUNT-IRA-CONTRIB-YEAR < IRA-CUR-YEAR THEN
              IF ACCOUNT-IRA-CONTRIB-YEAR + 1 = IRA-CUR-YEAR THEN
                 MOVE ACCOUNT-IRA-CUR-CONTRIB
                   TO ACCOUNT-IRA-PRI-CONTRIB
              ELSE
                 MOVE 0 TO ACCOUNT-IRA-PRI-CONTRIB
              END-IF
              MOVE 0            TO ACCOUNT-IRA-CUR-CONTRIB
              MOVE IRA-CUR-YEAR TO ACCOUNT-IRA-CONTRIB-YEAR
           END-IF.

           MOVE 'IRAL'            TO SCHED-FEE-CODE.
           MOVE 'P'               TO SCHED-CLASS.
           MOVE ACCOUNT-BRANCH    TO SCHED-BRANCH.
           MOVE IRA-DEFAULT-LIMIT TO SCHED-FEE.
           MOVE SPACES            TO FEE-AS-OF-DATE.
           STRING IRA-YEAR-TEXT DELIMITED SIZE
                  '-12-31'      DELIMITED SIZE
                  INTO FEE-AS-OF-DATE
           END-STRING.
           PERFORM GET-SCHEDULE-FEE THRU GET-SCHEDULE-FEE-EXIT.

           IF ACCOUNT-IRA-CUR-CONTRIB + IA-AMOUNT > SCHED-FEE THEN
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'IRA deposit over the annual limit on acct '
                     DELIMITED SIZE
                     IA-ACCT-NUM DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              MOVE 1 TO RET-CODE
              GO TO CHECK-IRA-CONTRIB-EXIT
           END-IF.
           MOVE 0 TO RET-CODE.

       CHECK-IRA-CONTRIB-EXIT.
           EXIT.

      **************************************************
      *    RECORD THE CONTRIBUTION ON WBIRADB UNDER THE
      *    SAME ITEM NUMBER AS ITS TXN DETAIL
      **************************************************
       WRITE-IRA-ACTIVITY.
           MOVE ACCOUNT-SSN              TO IRA-SSN IRA-KEY-SSN.
           MOVE ACCOUNT-NUMBER           TO IRA-ACCT-NUM
                                            IRA-KEY-ACCT-NUM.
           MOVE ACCOUNT-IRA-DETAIL-ITEMS TO IRA-ITEM-NUM
                                            IRA-KEY-ITEM-NUM.
           MOVE 'C'                      TO IRA-ACTIVITY-CODE.
           MOVE IRA-CUR-YEAR             TO IRA-TAX-YEAR.
           MOVE IA-AMOUNT                TO IRA-AMOUNT.
           MOVE SPACE                    TO IRA-DIST-CODE.
           MOVE 0                        TO IRA-FED-WH.
           MOVE ACCOUNT-IRA-PLAN-CODE    TO IRA-PLAN-CODE.
           MOVE 'A'                      TO IRA-SOURCE.
           MOVE SPACES                   TO IRA-OPID.

           EXEC CICS WRITE
                     DATASET(WBIRADB-DD)
                     FROM(IRA-ACTIVITY-RECORD)
                     LENGTH(LENGTH OF IRA-ACTIVITY-RECORD)
                     KEYLENGTH(LENGTH OF IRA-REC-KEY)
                     RIDFLD(IRA-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE SPACES TO LOG-MSG-BUFFER
              MOVE RESP-CODE TO EDIT-NUM
              STRING 'Error writing IRA activity, RESP-CODE='
                     DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.
           MOVE 0 TO RET-CODE.

       WRITE-IRA-ACTIVITY-EXIT.
           EXIT.

      **************************************************************
      ** RESOLVE A SCHEDULED AMOUNT - SCHED-FEE COMES IN HOLDING THE**
      ** FALLBACK AND FEE-AS-OF-DATE THE DATE TO PRICE AS OF. EVERY **
      ** ENTRY FOR THE CODE ALREADY EFFECTIVE BY THEN WHOSE CLASS   **
      ** AND BRANCH ARE BLANK OR MATCH IS RANKED (BRANCH 2, CLASS 1)**
      ** AND THE BEST RANK WINS, WITHIN A RANK THE LATEST DATE.     **
      **************************************************************
       GET-SCHEDULE-FEE.
           MOVE 0 TO SCHED-BEST-RANK.
           IF SCHED-CLASS NOT = 'B' THEN
              MOVE 'P' TO SCHED-CLASS
           END-IF.

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

      **************************************************
      *    FIND THE NEXT FREE HOLD SEQUENCE FOR THE KEY
      **************************************************
