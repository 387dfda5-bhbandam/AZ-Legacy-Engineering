      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** LOAN MODIFICATION AND PAYMENT DEFERRAL FOR BORROWERS IN     *
      ** HARDSHIP, FOR SUPERVISORS ONLY. THE COMMAND RIDES IN THE    *
      ** NAME FIELD OF THE GDNAME MAP AS                             *
      **    Q,SSN,ACCT - SHOW THE LOAN'S CURRENT TERMS               *
      **    R,SSN,ACCT,RATE - REDUCE THE RATE (NN.NN PERCENT)         *
      **    T,SSN,ACCT,MONTHS - EXTEND THE REMAINING TERM             *
      **    D,SSN,ACCT,MONTHS - DEFER ONE TO THREE PAYMENTS           *
      ** THE REMAINING TERM IS WHAT THE BALANCE TAKES TO AMORTIZE AT *
      ** THE OLD RATE AND PAYMENT; THE PAYMENT IS RECOMPUTED OVER    *
      ** IT (PLUS ANY EXTENSION) AT THE NEW RATE. A DEFERRAL MOVES   *
      ** THE NEXT DUE DATE THIRTY DAYS A MONTH AND CAPITALIZES THE   *
      ** ACCRUED INTEREST ON WBACCRDB INTO THE BALANCE. EVERY CHANGE *
      ** IS FILED ON WBLMODDB WITH THE TERMS BEFORE AND AFTER AND    *
      ** THE APPROVING OPERATOR; WHEN IT LEAVES THE LOAN CURRENT THE *
      ** WBCOLLDB DELINQUENCY RECORD IS CURED THE WAY LOANPOST DOES. *
      ** A RATE REDUCTION ON A VARIABLE-RATE LOAN ALSO LOWERS ITS    *
      ** WBVRLDB MARGIN BY THE SAME AMOUNT SO THE NEXT LNREPRC       *
      ** REPRICING DOES NOT UNDO THE CONCESSION.                    *
      ** EVERY CHANGE IS LOGGED TO WBAUDTDB.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVLMOD.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBLMODDB-DD                 PIC X(8)   VALUE 'WBLMODDB'.
       01 LMD-REC-KEY.
          05 LMD-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 LMD-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
          05 LMD-KEY-SEQ              PIC 9(4)   VALUE 0.
       01 MODIFICATION-RECORD.
          05 LMD-SSN                  PIC X(9).
          05 LMD-ACCT-NUM             PIC X(10).
          05 LMD-SEQ                  PIC 9(4).
          05 LMD-MOD-DATE             PIC X(10).
          05 LMD-MOD-TYPE             PIC X(1).
             88 LMD-MOD-RATE                 VALUE 'R'.
             88 LMD-MOD-TERM                 VALUE 'T'.
             88 LMD-MOD-DEFERRAL             VALUE 'D'.
          05 LMD-OLD-INT-RATE         PIC S9(3)V99   COMP-3.
          05 LMD-NEW-INT-RATE         PIC S9(3)V99   COMP-3.
          05 LMD-OLD-TERM-MONTHS      PIC S9(3)      COMP-3.
          05 LMD-NEW-TERM-MONTHS      PIC S9(3)      COMP-3.
          05 LMD-OLD-PAYMENT-AMT      PIC S9(7)V99   COMP-3.
          05 LMD-NEW-PAYMENT-AMT      PIC S9(7)V99   COMP-3.
          05 LMD-OLD-NEXT-DUE         PIC X(10).
          05 LMD-NEW-NEXT-DUE         PIC X(10).
          05 LMD-OLD-LOAN-BAL         PIC S9(13)V99  COMP-3.
          05 LMD-NEW-LOAN-BAL         PIC S9(13)V99  COMP-3.
          05 LMD-DEFER-MONTHS         PIC 9(1).
          05 LMD-CAP-INT-AMT          PIC S9(13)V99  COMP-3.
          05 LMD-CURED-FLAG           PIC X(1).
             88 LMD-CURED                    VALUE 'Y'.
          05 LMD-APPROVED-BY          PIC X(3).
          05 FILLER                   PIC X(10).

       01 WBVRLDB-DD                  PIC X(8)   VALUE 'WBVRLDB'.
       01 VRL-REC-KEY.
          05 VRL-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 VRL-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
       01 VARIABLE-RATE-RECORD.
          05 VRL-SSN                  PIC X(9).
          05 VRL-ACCT-NUM             PIC X(10).
          05 VRL-INDEX-CODE           PIC X(04).
          05 VRL-MARGIN               PIC S9(2)V99   COMP-3.
          05 VRL-CHANGE-FREQ          PIC 9(02).
          05 VRL-NEXT-CHANGE-DATE     PIC X(10).
          05 VRL-FLOOR-RATE           PIC S9(3)V99   COMP-3.
          05 VRL-CAP-RATE             PIC S9(3)V99   COMP-3.
          05 VRL-CHANGE-CAP           PIC S9(2)V99   COMP-3.
          05 VRL-LAST-CHANGE-DATE     PIC X(10).
          05 VRL-LAST-INDEX-RATE      PIC S9(3)V99   COMP-3.
          05 VRL-MAINT-OPID           PIC X(03).
          05 VRL-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(12).

       01 WBACCTDB-DD                 PIC X(8)   VALUE 'WBACCTDB'.
       01 ACCT-REC-KEY.
          05 ACCT-KEY-SSN             PIC X(9)   VALUE SPACES.
          05 ACCT-KEY-ACCT-NUM        PIC X(10)  VALUE SPACES.
       01 ACCOUNT-RECORD.
           05 ACCOUNT-SSN                 PIC X(9).
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-TYPE.
              10 ACCOUNT-TYPE-CODE        PIC X.
                 88 ACCOUNT-TYPE-CHK            VALUE 'C'.
                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
                 88 ACCOUNT-TYPE-LON            VALUE 'L'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-LOAN  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LON-INT-RATE     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-LON-TERM-MONTHS  PIC S9(3)      COMP-3.
              10 ACCOUNT-LON-PAYMENT-AMT  PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LON-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LON-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LON-BAL          PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(07).
           05 ACCOUNT-STATUS-CODE         PIC X(01).
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 ACCOUNT-DAILY-WD-DATE      PIC 9(8).
           05 ACCOUNT-DAILY-WD-TOTAL     PIC S9(9)V99   COMP-3.
           05 ACCOUNT-JOINT-SSN          PIC X(9).
      *    ACCOUNT RECORD EXTENSION (SEE WBACCTREC) - NOT USED HERE
           05 FILLER                     PIC X(29).

       01 WBACCRDB-DD                 PIC X(8)   VALUE 'WBACCRDB'.
       01 ACR-REC-KEY.
          05 ACR-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 ACR-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
       01 ACCRUAL-RECORD.
          05 ACR-SSN                  PIC X(9).
          05 ACR-ACCT-NUM             PIC X(10).
          05 ACR-ACCRUED-AMT          PIC S9(13)V99 COMP-3.
          05 ACR-LAST-ACCRUAL-DATE    PIC X(10).
       01 ACR-HELD-SW                 PIC X      VALUE 'N'.
          88 ACR-HELD                            VALUE 'Y'.

       01 WBCOLLDB-DD                 PIC X(8)   VALUE 'WBCOLLDB'.
       01 CLQ-REC-KEY.
          05 CLQ-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 CLQ-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
       01 COLLQ-RECORD.
          05 CLQ-SSN                  PIC X(9).
          05 CLQ-ACCT-NUM             PIC X(10).
          05 CLQ-STATUS-CODE          PIC X(1).
             88 CLQ-STATUS-DELINQUENT        VALUE 'D'.
             88 CLQ-STATUS-NONACCRUAL        VALUE 'N'.
             88 CLQ-STATUS-CURED             VALUE 'C'.
             88 CLQ-STATUS-CHARGED-OFF       VALUE 'X'.
          05 CLQ-DAYS-PAST-DUE        PIC S9(5)      COMP-3.
          05 CLQ-LAST-AGED-DATE       PIC X(10).
          05 CLQ-LATE-FEE-FLAG        PIC X(1).
          05 CLQ-NOTICE-LEVEL         PIC 9(1).
          05 CLQ-PROMISE-DATE         PIC X(10).
          05 CLQ-PROMISE-AMT          PIC S9(13)V99  COMP-3.
          05 CLQ-CONTACT-DATE         PIC X(10).
          05 CLQ-CONTACT-OUTCOME      PIC X(20).
          05 CLQ-OFFICER-ID           PIC X(3).
          05 FILLER                   PIC X(10).

       01 WBTXNDB-DD                  PIC X(8)   VALUE 'WBTXNDB'.
       01 TXN-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 NUM                         PIC X(10)  VALUE SPACES.
           05 ITEM-NUM                    PIC S9(7)  COMP-3.
       01  TXN-DETAILS.
           05 TXN-SSN                     PIC X(9).
           05 TXN-ACCT-NUM                PIC X(10).
           05 TXN-ITEM-NUM                PIC S9(7)  COMP-3.
           05 TXN-TYPE                    PIC X.
           05 TXN-DATE                    PIC X(10).
           05 TXN-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 TXN-MEMO                    PIC X(20).

       01 CURRENT-DATE.
          05 CURRENT-DATE-MM              PIC XX.
          05 FILLER                       PIC X.
          05 CURRENT-DATE-DD              PIC XX.
          05 FILLER                       PIC X.
          05 CURRENT-DATE-YYYY            PIC 9999.
       01 UTIME-YEAR                  PIC S9(8)   COMP VALUE 0.

      *    HOLIDAY CALENDAR KEPT ON WGRVHCAL - A DEFERRED DUE DATE
      *    THAT LANDS ON A WEEKEND OR BANK HOLIDAY ROLLS TO THE NEXT
      *    BUSINESS DAY, AS ON WGRVADDA
       01 WBCALDB-DD                  PIC X(8)            VALUE
                                                     'WBCALDB'.
       01 CAL-REC-KEY.
          05 CAL-KEY-DATE             PIC X(10)           VALUE SPACES.
       01 CALENDAR-RECORD.
          05 CAL-DATE                 PIC X(10).
          05 CAL-DESC                 PIC X(30).
          05 FILLER                   PIC X(10).
       01 DUE-ROLL-DONE               PIC X               VALUE 'N'.
       01 DUE-DOW                     PIC S9(8)  COMP     VALUE 0.
       01 LON-UTIME                   PIC S9(15) COMP-3   VALUE 0.
       01 LON-NEXT-DUE-ISO            PIC X(10)           VALUE SPACES.
       01 DUE-STEP-DAYS               PIC S9(4)  COMP     VALUE 0.

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-VALUE-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-NUMBER                  PIC 9(3)    VALUE 0.
       01 CMD-NUMBER-DIGITS           PIC S9(4)   COMP  VALUE 0.
       01 CMD-RATE-NUM                PIC 9(2)V99 VALUE 0.
       01 CMD-RATE-WHOLE              PIC 9(2)    VALUE 0.
       01 CMD-RATE-CENTS              PIC 99      VALUE 0.
       01 CMD-WHOLE-DIGITS            PIC S9(4)   COMP  VALUE 0.
       01 CMD-CENT-DIGITS             PIC S9(4)   COMP  VALUE 0.
       01 AMT-DIGIT                   PIC 9       VALUE 0.
       01 AMT-DOT-SW                  PIC X       VALUE 'N'.
          88 AMT-DOT-SEEN                         VALUE 'Y'.
       01 NUM-BAD-SW                  PIC X       VALUE 'N'.
          88 NUM-BAD                              VALUE 'Y'.
       01 I                           PIC S9(4)   COMP.
       01 NEXT-SEQ                    PIC 9(4)    VALUE 0.
       01 SCAN-DONE                   PIC X       VALUE 'N'.

      *    AMORTIZATION WORK AREAS - THE MONTHLY RATE IS THE ANNUAL
      *    PERCENTAGE OVER 1200; NO LOAN RUNS PAST FORTY YEARS
       01 MAX-TERM-MONTHS             PIC S9(5)   COMP-3 VALUE 480.
       01 MONTHLY-RATE                PIC S9(1)V9(9) COMP-3 VALUE 0.
       01 GROWTH-FACTOR               PIC S9(9)V9(9) COMP-3 VALUE 0.
       01 SIM-BAL                     PIC S9(13)V99  COMP-3 VALUE 0.
       01 SIM-INT                     PIC S9(13)V99  COMP-3 VALUE 0.
       01 REMAIN-TERM                 PIC S9(5)      COMP-3 VALUE 0.
       01 NEW-TERM                    PIC S9(5)      COMP-3 VALUE 0.
       01 NEW-RATE                    PIC S9(3)V99   COMP-3 VALUE 0.
       01 NEW-BAL                     PIC S9(13)V99  COMP-3 VALUE 0.
       01 NEW-PAYMENT                 PIC S9(7)V99   COMP-3 VALUE 0.
       01 NEW-DUE                     PIC X(10)   VALUE SPACES.
       01 CAP-INT-AMT                 PIC S9(13)V99  COMP-3 VALUE 0.
       01 MARGIN-CUT                  PIC S9(3)V99   COMP-3 VALUE 0.
       01 ACCRUED-AMT                 PIC S9(13)V99  COMP-3 VALUE 0.
       01 CURED-SW                    PIC X       VALUE 'N'.
          88 LOAN-CURED                           VALUE 'Y'.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 EDIT-ACCR                   PIC ZZ,ZZZ,ZZ9.99.
       01 EDIT-PMT                    PIC ZZZ,ZZ9.99.
       01 EDIT-RATE                   PIC ZZ9.99.
       01 EDIT-TERM                   PIC ZZ9.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.

       01 LOG-MSG.
          05 LOG-ID                         PIC X(7)   VALUE 'TASK #'.
          05 TASK-NUMBER                    PIC 9(7).
          05 FILLER                         PIC X      VALUE SPACE.
          05 LOG-MSG-BUFFER                 PIC X(80)  VALUE SPACES.

       01 ENABLE-LOGGING                    PIC X          VALUE 'Y'.
          88 LOGGING-IS-ENABLED                            VALUE 'Y'.
          88 LOGGING-IS-DISABLED                           VALUE 'N'.

       01 WBAUDTDB-DD                       PIC X(8)   VALUE 'WBAUDTDB'.
       01 AUD-UTIME                         PIC S9(15) COMP-3.
       01 AUD-CALL-COUNT                 PIC 9(3)  COMP  VALUE ZERO.

      *****************************************************************
      *  STRUCTURED AUDIT RECORD WRITTEN TO WBAUDTDB ALONGSIDE EACH    *
      *  CSMT LOG MESSAGE. SEE WRITE-AUDIT-REC.                       *
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-KEY.
              10 AUD-SSN                    PIC X(9).
              10 AUD-ACCT-NUM               PIC X(10).
              10 AUD-DATE                   PIC X(10).
              10 AUD-SEQ-NUM                PIC 9(10).
           05 AUD-TIME                      PIC X(08).
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVLMOD'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      *****************************************************************
      *  FORWARD-RECOVERY AFTER-IMAGE JOURNAL - EVERY WBACCTDB AND    *
      *  WBTXNDB UPDATE WRITES ONE TO THE WJRN TRANSIENT DATA QUEUE, *
      *  WHOSE EXTRAPARTITION DATASET FEEDS THE ROLLFWD REPLAY ON    *
      *  TOP OF A BKUPREST RELOAD. BEST-EFFORT (NOHANDLE) - A        *
      *  MISSING QUEUE NEVER BLOCKS A POSTING.                       *
      *****************************************************************
       01  JOURNAL-RECORD.
           05 JRN-DATE                    PIC X(10).
           05 JRN-TIME                    PIC X(8).
           05 JRN-FILE-ID                 PIC X(8).
           05 JRN-ACTION-CODE             PIC X(1).
           05 JRN-SOURCE-PGM              PIC X(8)   VALUE 'WGRVLMOD'.
           05 JRN-IMAGE                   PIC X(122).
           05 FILLER                      PIC X(3).
       01  JRN-UTIME                      PIC S9(15) COMP-3.
       01  JRN-HW-LENGTH                  PIC 9(4)   COMP.

      *****************************************************************
      *  OPERATOR ENTITLEMENTS (WBOPERDB) - KEYED BY THE SIGNED-ON    *
      *  OPERATOR ID (EIBOPID), CARRYING A ROLE, PER-FUNCTION Y/N     *
      *  PERMISSIONS AND A DOLLAR LIMIT. EVERY SENSITIVE TELLER       *
      *  FUNCTION CHECKS HERE FIRST; DENIALS ARE LOGGED TO WBAUDTDB.  *
      *  AN OPERATOR WITH NO RECORD IS DENIED; A REGION WHERE THE     *
      *  FILE IS NOT INSTALLED (NOT OPEN) RUNS UNRESTRICTED AS        *
      *  BEFORE. MAINTAINED ON THE WGRVOPER SCREEN (SUPERVISORS       *
      *  ONLY).                                                       *
      *****************************************************************
       01 WBOPERDB-DD                 PIC X(8)   VALUE 'WBOPERDB'.
       01 OPR-REC-KEY.
          05 OPR-KEY-OPID             PIC X(3)   VALUE SPACES.
       01 OPERATOR-RECORD.
          05 OPR-OPID                 PIC X(3).
          05 OPR-ROLE                 PIC X(1).
             88 OPR-ROLE-SUPERVISOR           VALUE 'S'.
             88 OPR-ROLE-TELLER               VALUE 'T'.
          05 OPR-FUNC-CLOSE           PIC X(1).
          05 OPR-FUNC-ADJUST          PIC X(1).
          05 OPR-FUNC-APPROVE         PIC X(1).
          05 OPR-FUNC-REVERSE         PIC X(1).
          05 OPR-FUNC-RATEMAINT       PIC X(1).
          05 OPR-FUNC-HOLD            PIC X(1).
          05 OPR-DOLLAR-LIMIT         PIC S9(7)V99 COMP-3.
          05 OPR-BRANCH               PIC X(3).
          05 OPR-FUNC-REVEAL          PIC X(1).
          05 OPR-ACCESS-STATUS        PIC X(1).
             88 OPR-ACCESS-BARRED             VALUE 'S' 'X'.
          05 OPR-STATUS-DATE          PIC 9(8)    COMP-3.
          05 OPR-STATUS-OPID          PIC X(3).
          05 FILLER                   PIC X(2).
       01 ENT-FUNC-CODE               PIC X(1)   VALUE SPACE.
       01 ENT-AMOUNT                  PIC S9(13)V99 COMP-3 VALUE 0.
       01 ENT-ALLOWED-SW              PIC X      VALUE 'N'.
          88 ENT-ALLOWED                        VALUE 'Y'.

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVLMOD)
                                PF3(END-WGRVLMOD)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              MOVE 'M' TO ENT-FUNC-CODE
              MOVE 0   TO ENT-AMOUNT
              PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
              IF NOT ENT-ALLOWED THEN
                 MOVE 'Loan modifications are for supervisors only'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
              END-IF

              IF RET-CODE = 0 THEN
                 PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 IF CMD-ACTION-TEXT = 'Q'
                    PERFORM SHOW-TERMS THRU SHOW-TERMS-EXIT
                 ELSE
                    PERFORM MODIFY-LOAN THRU MODIFY-LOAN-EXIT
                 END-IF
              END-IF

              PERFORM FORMAT-REPLY-MSG THRU FORMAT-REPLY-MSG-EXIT
           END-PERFORM.

           EXEC CICS RETURN END-EXEC.

      **************************************************************
      ** SEND THE CURRENT MESSAGE LINES BACK TO THE TERMINAL USER **
      **************************************************************
       FORMAT-REPLY-MSG.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          FROM (GDNAMEO) ERASE END-EXEC.

       FORMAT-REPLY-MSG-EXIT.
           EXIT.

      **************************************************************
      ** SET THE DEFAULT DATA ITEMS IN THE CEDAR BANK MAP         **
      **************************************************************
       SET-MAP-DEFAULTS.
           MOVE 'WBLM' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Q,SSN,ACCT shows terms  R,SSN,ACCT,RATE reduces rate'
                                                        TO GDNMSG1O.
           MOVE 'T,SSN,ACCT,MONTHS extends  D,SSN,ACCT,MONTHS defers'
                                                        TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE LOAN MODIFICATION COMMAND          **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a loan modification command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT CMD-VALUE-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.
           MOVE 0      TO CMD-NUMBER CMD-RATE-NUM.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'Q'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT
                 END-UNSTRING
              WHEN 'R'
              WHEN 'T'
              WHEN 'D'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-VALUE-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be Q, R, T or D' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
           END-EVALUATE.

           IF CMD-SSN-TEXT NOT NUMERIC
              MOVE 'SSN must be 9 digits' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACCT-TEXT = SPACES
              MOVE 'Account must not be blank' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'R'
                 PERFORM PARSE-RATE THRU PARSE-RATE-EXIT
                 IF NUM-BAD THEN
                    MOVE 'Rate must be NN.NN, e.g. 4.25' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'T'
                 PERFORM PARSE-NUMBER THRU PARSE-NUMBER-EXIT
                 IF NUM-BAD OR CMD-NUMBER = 0 THEN
                    MOVE 'Extension must be 1 to 999 months'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'D'
                 PERFORM PARSE-NUMBER THRU PARSE-NUMBER-EXIT
                 IF NUM-BAD OR CMD-NUMBER = 0 OR CMD-NUMBER > 3 THEN
                    MOVE 'Deferral must be 1 to 3 months' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
           END-EVALUATE.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** A MONTH COUNT ARRIVES AS ONE TO THREE DIGITS               **
      **************************************************************
       PARSE-NUMBER.
           SET NUM-BAD-SW TO 'N'.
           MOVE 0 TO CMD-NUMBER CMD-NUMBER-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10 OR NUM-BAD
              EVALUATE TRUE
                 WHEN CMD-VALUE-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-VALUE-TEXT(I:1) IS NUMERIC
                    MOVE CMD-VALUE-TEXT(I:1) TO AMT-DIGIT
                    ADD 1 TO CMD-NUMBER-DIGITS
                    IF CMD-NUMBER-DIGITS > 3 THEN
                       SET NUM-BAD TO TRUE
                    ELSE
                       COMPUTE CMD-NUMBER =
                               (CMD-NUMBER * 10) + AMT-DIGIT
                       END-COMPUTE
                    END-IF
                 WHEN OTHER
                    SET NUM-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.

           IF CMD-NUMBER-DIGITS = 0 THEN
              SET NUM-BAD TO TRUE
           END-IF.

       PARSE-NUMBER-EXIT.
           EXIT.

      **************************************************************
      ** THE RATE ARRIVES AS ONE OR TWO PERCENT DIGITS, OPTIONALLY **
      ** FOLLOWED BY A POINT AND TWO DIGITS. ZERO IS ALLOWED.      **
      **************************************************************
       PARSE-RATE.
           SET NUM-BAD-SW TO 'N'.
           SET AMT-DOT-SW TO 'N'.
           MOVE 0 TO CMD-RATE-WHOLE CMD-RATE-CENTS.
           MOVE 0 TO CMD-WHOLE-DIGITS CMD-CENT-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10 OR NUM-BAD
              EVALUATE TRUE
                 WHEN CMD-VALUE-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-VALUE-TEXT(I:1) = '.' AND NOT AMT-DOT-SEEN
                    SET AMT-DOT-SEEN TO TRUE
                 WHEN CMD-VALUE-TEXT(I:1) IS NUMERIC
                    MOVE CMD-VALUE-TEXT(I:1) TO AMT-DIGIT
                    IF AMT-DOT-SEEN THEN
                       ADD 1 TO CMD-CENT-DIGITS
                       IF CMD-CENT-DIGITS > 2 THEN
                          SET NUM-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-RATE-CENTS =
                                  (CMD-RATE-CENTS * 10) + AMT-DIGIT
                          END-COMPUTE
                       END-IF
                    ELSE
                       ADD 1 TO CMD-WHOLE-DIGITS
                       IF CMD-WHOLE-DIGITS > 2 THEN
                          SET NUM-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-RATE-WHOLE =
                                  (CMD-RATE-WHOLE * 10) + AMT-DIGIT
                          END-COMPUTE
                       END-IF
                    END-IF
                 WHEN OTHER
                    SET NUM-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.

           IF CMD-WHOLE-DIGITS = 0 OR
              (AMT-DOT-SEEN AND CMD-CENT-DIGITS NOT = 2) THEN
              SET NUM-BAD TO TRUE
           END-IF.
           COMPUTE CMD-RATE-NUM = CMD-RATE-WHOLE
                                + (CMD-RATE-CENTS / 100)
           END-COMPUTE.

       PARSE-RATE-EXIT.
           EXIT.

      **************************************************************
      ** READ THE LOAN, FOR UPDATE WHEN IT IS BEING MODIFIED. ONLY **
      ** AN OPEN LOAN WITH A BALANCE CAN BE MODIFIED.              **
      **************************************************************
       READ-LOAN.
           MOVE 'N' TO ACR-HELD-SW.
           MOVE CMD-SSN-TEXT  TO ACCT-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACCT-KEY-ACCT-NUM.
           IF CMD-ACTION-TEXT = 'Q'
              EXEC CICS READ
                        DATASET(WBACCTDB-DD)
                        INTO(ACCOUNT-RECORD)
                        LENGTH(LENGTH OF ACCOUNT-RECORD)
                        RIDFLD(ACCT-REC-KEY)
                        KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS READ UPDATE
                        DATASET(WBACCTDB-DD)
                        INTO(ACCOUNT-RECORD)
                        LENGTH(LENGTH OF ACCOUNT-RECORD)
                        RIDFLD(ACCT-REC-KEY)
                        KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account not on file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO READ-LOAN-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO READ-LOAN-EXIT
           END-EVALUATE.

           IF NOT ACCOUNT-TYPE-LON OR ACCOUNT-CLOSED
              OR ACCOUNT-LON-BAL NOT > 0
              MOVE 'Modifications only apply to open loans'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 4 TO RET-CODE
              IF CMD-ACTION-TEXT NOT = 'Q'
                 EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              END-IF
              GO TO READ-LOAN-EXIT
           END-IF.

      *    THE ACCRUED-BUT-UNBILLED INTEREST LIVES ON THE LOAN'S
      *    WBACCRDB RECORD - NO RECORD MEANS NOTHING HAS ACCRUED.
      *    A DEFERRAL HOLDS IT FOR UPDATE TO CAPITALIZE IT.
           MOVE 0   TO ACCRUED-AMT.
           MOVE CMD-SSN-TEXT  TO ACR-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACR-KEY-ACCT-NUM.
           IF CMD-ACTION-TEXT = 'D'
              EXEC CICS READ UPDATE
                        DATASET(WBACCRDB-DD)
                        INTO(ACCRUAL-RECORD)
                        LENGTH(LENGTH OF ACCRUAL-RECORD)
                        RIDFLD(ACR-REC-KEY)
                        KEYLENGTH(LENGTH OF ACR-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO ACR-HELD-SW
              END-IF
           ELSE
              EXEC CICS READ
                        DATASET(WBACCRDB-DD)
                        INTO(ACCRUAL-RECORD)
                        LENGTH(LENGTH OF ACCRUAL-RECORD)
                        RIDFLD(ACR-REC-KEY)
                        KEYLENGTH(LENGTH OF ACR-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE = DFHRESP(NORMAL) AND ACR-ACCRUED-AMT > 0
              MOVE ACR-ACCRUED-AMT TO ACCRUED-AMT
           END-IF.

       READ-LOAN-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE LOAN'S CURRENT TERMS AND REMAINING TERM          **
      **************************************************************
       SHOW-TERMS.
           PERFORM READ-LOAN THRU READ-LOAN-EXIT.
           IF RET-CODE NOT = 0
              GO TO SHOW-TERMS-EXIT
           END-IF.
           PERFORM FIND-REMAINING-TERM THRU FIND-REMAINING-TERM-EXIT.

           MOVE ACCOUNT-LON-INT-RATE    TO EDIT-RATE.
           MOVE REMAIN-TERM             TO EDIT-TERM.
           MOVE ACCOUNT-LON-PAYMENT-AMT TO EDIT-PMT.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Rate ' DELIMITED SIZE
                  EDIT-RATE DELIMITED SIZE
                  ' pmt ' DELIMITED SIZE
                  EDIT-PMT DELIMITED SIZE
                  ' left ' DELIMITED SIZE
                  EDIT-TERM DELIMITED SIZE
                  ' mos due ' DELIMITED SIZE
                  ACCOUNT-LON-NEXT-DUE DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE ACCOUNT-LON-BAL TO EDIT-AMT.
           MOVE ACCRUED-AMT     TO EDIT-ACCR.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Balance ' DELIMITED SIZE
                  EDIT-AMT DELIMITED SIZE
                  ' accrued ' DELIMITED SIZE
                  EDIT-ACCR DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

       SHOW-TERMS-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A RATE REDUCTION, TERM EXTENSION OR DEFERRAL. THE   **
      ** NEW PAYMENT IS WORKED OUT BEFORE ANYTHING IS WRITTEN, SO  **
      ** A CHANGE THAT CANNOT BE APPLIED LEAVES THE LOAN AS IT WAS **
      **************************************************************
       MODIFY-LOAN.
           PERFORM READ-LOAN THRU READ-LOAN-EXIT.
           IF RET-CODE NOT = 0
              PERFORM RELEASE-ACCRUAL THRU RELEASE-ACCRUAL-EXIT
              GO TO MODIFY-LOAN-EXIT
           END-IF.

           PERFORM FIND-REMAINING-TERM THRU FIND-REMAINING-TERM-EXIT.
           MOVE ACCOUNT-LON-INT-RATE  TO NEW-RATE.
           MOVE REMAIN-TERM           TO NEW-TERM.
           MOVE ACCOUNT-LON-BAL       TO NEW-BAL.
           MOVE ACCOUNT-LON-NEXT-DUE  TO NEW-DUE.
           MOVE 0                     TO CAP-INT-AMT.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'R'
                 IF CMD-RATE-NUM NOT < ACCOUNT-LON-INT-RATE
                    MOVE 'New rate must be below the current rate'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 5 TO RET-CODE
                 ELSE
                    MOVE CMD-RATE-NUM TO NEW-RATE
                 END-IF
              WHEN 'T'
                 ADD CMD-NUMBER TO NEW-TERM
                 IF NEW-TERM > MAX-TERM-MONTHS
                    MOVE 'Extended term would pass 480 months'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 5 TO RET-CODE
                 END-IF
              WHEN 'D'
                 MOVE ACCRUED-AMT TO CAP-INT-AMT
                 ADD CAP-INT-AMT  TO NEW-BAL
                 PERFORM DEFER-DUE-DATE THRU DEFER-DUE-DATE-EXIT
           END-EVALUATE.
           IF RET-CODE = 0
              PERFORM COMPUTE-PAYMENT THRU COMPUTE-PAYMENT-EXIT
           END-IF.
           IF RET-CODE NOT = 0
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              PERFORM RELEASE-ACCRUAL THRU RELEASE-ACCRUAL-EXIT
              GO TO MODIFY-LOAN-EXIT
           END-IF.

      *    SAVE THE TERMS BEFORE THE CHANGE FOR THE HISTORY RECORD
           MOVE ACCOUNT-LON-INT-RATE    TO LMD-OLD-INT-RATE.
           MOVE ACCOUNT-LON-TERM-MONTHS TO LMD-OLD-TERM-MONTHS.
           MOVE ACCOUNT-LON-PAYMENT-AMT TO LMD-OLD-PAYMENT-AMT.
           MOVE ACCOUNT-LON-NEXT-DUE    TO LMD-OLD-NEXT-DUE.
           MOVE ACCOUNT-LON-BAL         TO LMD-OLD-LOAN-BAL.

           IF CAP-INT-AMT > 0
              PERFORM CAPITALIZE-INTEREST
                 THRU CAPITALIZE-INTEREST-EXIT
           ELSE
              PERFORM RELEASE-ACCRUAL THRU RELEASE-ACCRUAL-EXIT
           END-IF.

           MOVE NEW-RATE    TO ACCOUNT-LON-INT-RATE.
           MOVE NEW-TERM    TO ACCOUNT-LON-TERM-MONTHS.
           MOVE NEW-PAYMENT TO ACCOUNT-LON-PAYMENT-AMT.
           MOVE NEW-DUE     TO ACCOUNT-LON-NEXT-DUE.
           MOVE NEW-BAL     TO ACCOUNT-LON-BAL.
           EXEC CICS REWRITE
                     DATASET(WBACCTDB-DD)
                     FROM(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error updating the loan account' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 6 TO RET-CODE
              GO TO MODIFY-LOAN-EXIT
           END-IF.
           PERFORM WRITE-JRN-ACCT THRU WRITE-JRN-ACCT-EXIT.

           MOVE 'N' TO CURED-SW.
           IF ACCOUNT-LON-NEXT-DUE NOT < TODAY-ISO
              PERFORM CURE-DELINQUENCY THRU CURE-DELINQUENCY-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'R'
              PERFORM ADJUST-VARIABLE-MARGIN
                 THRU ADJUST-VARIABLE-MARGIN-EXIT
           END-IF.

           PERFORM FILE-MODIFICATION THRU FILE-MODIFICATION-EXIT.

           MOVE ACCOUNT-LON-INT-RATE    TO EDIT-RATE.
           MOVE ACCOUNT-LON-TERM-MONTHS TO EDIT-TERM.
           MOVE ACCOUNT-LON-PAYMENT-AMT TO EDIT-PMT.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Mod ' DELIMITED SIZE
                  LMD-SEQ DELIMITED SIZE
                  ' rate ' DELIMITED SIZE
                  EDIT-RATE DELIMITED SIZE
                  ' pmt ' DELIMITED SIZE
                  EDIT-PMT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  EDIT-TERM DELIMITED SIZE
                  ' mos due ' DELIMITED SIZE
                  ACCOUNT-LON-NEXT-DUE DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           MOVE CAP-INT-AMT TO EDIT-AMT.
           EVALUATE TRUE
              WHEN CAP-INT-AMT > 0 AND LOAN-CURED
                 STRING 'Capitalized interest ' DELIMITED SIZE
                        EDIT-AMT DELIMITED SIZE
                        ' - delinquency cured' DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN CAP-INT-AMT > 0
                 STRING 'Capitalized interest ' DELIMITED SIZE
                        EDIT-AMT DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN LOAN-CURED
                 MOVE 'Loan is current - delinquency cured'
                                                      TO GDNMSG2O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Loan modification ' DELIMITED SIZE
                  CMD-ACTION-TEXT DELIMITED SIZE
                  ' seq ' DELIMITED SIZE
                  LMD-SEQ DELIMITED SIZE
                  ' on loan ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SIZE
                  ' approved by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       MODIFY-LOAN-EXIT.
           EXIT.

      **************************************************************
      ** THE REMAINING TERM IS THE MONTHS THE BALANCE TAKES TO     **
      ** AMORTIZE AT THE CURRENT RATE AND PAYMENT. A PAYMENT THAT  **
      ** DOES NOT COVER THE INTEREST FALLS BACK ON THE TERM ON THE **
      ** ACCOUNT, AND THAT ON THE LONGEST TERM ALLOWED.            **
      **************************************************************
       FIND-REMAINING-TERM.
           MOVE ACCOUNT-LON-BAL TO SIM-BAL.
           MOVE 0               TO REMAIN-TERM.
           COMPUTE MONTHLY-RATE = ACCOUNT-LON-INT-RATE / 1200.
           IF ACCOUNT-LON-PAYMENT-AMT > 0
              PERFORM UNTIL SIM-BAL NOT > 0
                         OR REMAIN-TERM > MAX-TERM-MONTHS
                 COMPUTE SIM-INT ROUNDED = SIM-BAL * MONTHLY-RATE
                 COMPUTE SIM-BAL = SIM-BAL + SIM-INT
                                 - ACCOUNT-LON-PAYMENT-AMT
                 ADD 1 TO REMAIN-TERM
              END-PERFORM
           END-IF.

           IF REMAIN-TERM = 0 OR REMAIN-TERM > MAX-TERM-MONTHS
              MOVE ACCOUNT-LON-TERM-MONTHS TO REMAIN-TERM
              IF REMAIN-TERM NOT > 0
                 OR REMAIN-TERM > MAX-TERM-MONTHS
                 MOVE MAX-TERM-MONTHS TO REMAIN-TERM
              END-IF
           END-IF.

       FIND-REMAINING-TERM-EXIT.
           EXIT.

      **************************************************************
      ** LEVEL PAYMENT THAT RETIRES NEW-BAL OVER NEW-TERM MONTHS   **
      ** AT NEW-RATE: B * R * (1+R)**N / ((1+R)**N - 1), OR B / N  **
      ** AT A ZERO RATE                                            **
      **************************************************************
       COMPUTE-PAYMENT.
           COMPUTE MONTHLY-RATE = NEW-RATE / 1200.
           IF MONTHLY-RATE = 0
              COMPUTE NEW-PAYMENT ROUNDED = NEW-BAL / NEW-TERM
                 ON SIZE ERROR
                    MOVE 7 TO RET-CODE
              END-COMPUTE
           ELSE
              COMPUTE GROWTH-FACTOR ROUNDED =
                      (1 + MONTHLY-RATE) ** NEW-TERM
                 ON SIZE ERROR
                    MOVE 7 TO RET-CODE
              END-COMPUTE
              IF RET-CODE = 0
                 COMPUTE NEW-PAYMENT ROUNDED =
                         NEW-BAL * MONTHLY-RATE * GROWTH-FACTOR
                         / (GROWTH-FACTOR - 1)
                    ON SIZE ERROR
                       MOVE 7 TO RET-CODE
                 END-COMPUTE
              END-IF
           END-IF.

           IF RET-CODE NOT = 0
              MOVE 'New payment is outside the payment field'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
           END-IF.

       COMPUTE-PAYMENT-EXIT.
           EXIT.

      **************************************************************
      ** MOVE THE NEXT DUE DATE OUT THIRTY DAYS FOR EACH DEFERRED  **
      ** MONTH, AS WGRVADDA SPACES PAYMENTS. ABSTIME HAS NO DATE   **
      ** INPUT, SO THE CLOCK IS STEPPED A DAY AT A TIME FROM TODAY **
      ** TO THE CURRENT DUE DATE FIRST (BACK WHEN IT IS PAST DUE). **
      ** A DUE DATE MORE THAN A YEAR AWAY STARTS FROM TODAY.       **
      **************************************************************
       DEFER-DUE-DATE.
           MOVE UTIME     TO LON-UTIME.
           MOVE TODAY-ISO TO LON-NEXT-DUE-ISO.
           MOVE 0         TO DUE-STEP-DAYS.
           IF ACCOUNT-LON-NEXT-DUE NOT = SPACES
              IF ACCOUNT-LON-NEXT-DUE > TODAY-ISO
                 PERFORM UNTIL LON-NEXT-DUE-ISO
                                  NOT < ACCOUNT-LON-NEXT-DUE
                            OR DUE-STEP-DAYS > 366
                    COMPUTE LON-UTIME = LON-UTIME + 86400000
                    END-COMPUTE
                    EXEC CICS FORMATTIME ABSTIME(LON-UTIME)
                                         YYYYMMDD(LON-NEXT-DUE-ISO)
                                         DATESEP('-')
                                         END-EXEC
                    ADD 1 TO DUE-STEP-DAYS
                 END-PERFORM
              ELSE
                 PERFORM UNTIL LON-NEXT-DUE-ISO
                                  NOT > ACCOUNT-LON-NEXT-DUE
                            OR DUE-STEP-DAYS > 366
                    COMPUTE LON-UTIME = LON-UTIME - 86400000
                    END-COMPUTE
                    EXEC CICS FORMATTIME ABSTIME(LON-UTIME)
                                         YYYYMMDD(LON-NEXT-DUE-ISO)
                                         DATESEP('-')
                                         END-EXEC
                    ADD 1 TO DUE-STEP-DAYS
                 END-PERFORM
              END-IF
           END-IF.
           IF DUE-STEP-DAYS > 366
              MOVE UTIME TO LON-UTIME
           END-IF.

           COMPUTE LON-UTIME = LON-UTIME
                             + (CMD-NUMBER * 30 * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(LON-UTIME)
                                YYYYMMDD(LON-NEXT-DUE-ISO)
                                DATESEP('-')
                                END-EXEC.
           PERFORM ROLL-DUE-DATE-FORWARD
              THRU ROLL-DUE-DATE-FORWARD-EXIT.
           MOVE LON-NEXT-DUE-ISO TO NEW-DUE.

       DEFER-DUE-DATE-EXIT.
           EXIT.

      **************************************************************
      ** ROLL THE DUE DATE IN LON-UTIME/LON-NEXT-DUE-ISO FORWARD  **
      ** TO THE NEXT BUSINESS DAY - SATURDAY AND SUNDAY BY RULE,  **
      ** BANK HOLIDAYS FROM THE WBCALDB CALENDAR. AN ABSENT       **
      ** CALENDAR MEANS WEEKENDS ONLY, THE SAME AS WGRVADDA.      **
      **************************************************************
       ROLL-DUE-DATE-FORWARD.
           MOVE 'N' TO DUE-ROLL-DONE.
           PERFORM UNTIL DUE-ROLL-DONE = 'Y'
              EXEC CICS FORMATTIME ABSTIME(LON-UTIME)
                                   DAYOFWEEK(DUE-DOW) END-EXEC
              MOVE 'Y' TO DUE-ROLL-DONE
              IF DUE-DOW = 0 OR DUE-DOW = 6
                 MOVE 'N' TO DUE-ROLL-DONE
              ELSE
                 MOVE LON-NEXT-DUE-ISO TO CAL-KEY-DATE
                 EXEC CICS READ
                           DATASET(WBCALDB-DD)
                           INTO(CALENDAR-RECORD)
                           LENGTH(LENGTH OF CALENDAR-RECORD)
                           RIDFLD(CAL-REC-KEY)
                           KEYLENGTH(LENGTH OF CAL-REC-KEY)
                           RESP(RESP-CODE)
                 END-EXEC
                 IF RESP-CODE = DFHRESP(NORMAL)
                    MOVE 'N' TO DUE-ROLL-DONE
                 END-IF
              END-IF
              IF DUE-ROLL-DONE = 'N'
                 COMPUTE LON-UTIME = LON-UTIME + 86400000
                 END-COMPUTE
                 EXEC CICS FORMATTIME ABSTIME(LON-UTIME)
                                      YYYYMMDD(LON-NEXT-DUE-ISO)
                                      DATESEP('-')
                                      END-EXEC
              END-IF
           END-PERFORM.

       ROLL-DUE-DATE-FORWARD-EXIT.
           EXIT.

      **************************************************************
      ** CAPITALIZE THE DEFERRED INTEREST: ZERO THE ACCRUAL AND    **
      ** POST A 'LOAN ' DEBIT ITEM FOR IT, SO THE GL AND RECONCIL  **
      ** PASSES LEAVE IT WITH THE OTHER LOAN-SIDE ITEMS            **
      **************************************************************
       CAPITALIZE-INTEREST.
           MOVE 0 TO ACR-ACCRUED-AMT.
           EXEC CICS REWRITE
                     DATASET(WBACCRDB-DD)
                     FROM(ACCRUAL-RECORD)
                     LENGTH(LENGTH OF ACCRUAL-RECORD)
                     NOHANDLE
           END-EXEC.
           MOVE 'N' TO ACR-HELD-SW.

           PERFORM GET-DATE THRU GET-DATE-EXIT.
           ADD 1 TO ACCOUNT-LON-DETAIL-ITEMS.
           MOVE CURRENT-DATE             TO TXN-DATE.
           MOVE ACCOUNT-SSN              TO TXN-SSN.
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM.
           MOVE ACCOUNT-LON-DETAIL-ITEMS TO TXN-ITEM-NUM.
           MOVE 'D'                      TO TXN-TYPE.
           MOVE CAP-INT-AMT              TO TXN-AMOUNT.
           MOVE 'LOAN DEFERRED INT'      TO TXN-MEMO.
           MOVE TXN-SSN      TO SSN      OF TXN-REC-KEY.
           MOVE TXN-ACCT-NUM TO NUM      OF TXN-REC-KEY.
           MOVE TXN-ITEM-NUM TO ITEM-NUM OF TXN-REC-KEY.
           EXEC CICS WRITE
                     DATASET(WBTXNDB-DD)
                     FROM(TXN-DETAILS)
                     LENGTH(LENGTH OF TXN-DETAILS)
                     KEYLENGTH(LENGTH OF TXN-REC-KEY)
                     RIDFLD(TXN-REC-KEY)
                     NOHANDLE
           END-EXEC.
           PERFORM WRITE-JRN-TXN THRU WRITE-JRN-TXN-EXIT.

       CAPITALIZE-INTEREST-EXIT.
           EXIT.

      **************************************************************
      ** LET GO OF THE ACCRUAL RECORD WHEN IT WAS HELD FOR UPDATE  **
      **************************************************************
       RELEASE-ACCRUAL.
           IF ACR-HELD
              EXEC CICS UNLOCK DATASET(WBACCRDB-DD) END-EXEC
              MOVE 'N' TO ACR-HELD-SW
           END-IF.

       RELEASE-ACCRUAL-EXIT.
           EXIT.

      **************************************************************
      ** THE MODIFICATION LEFT THE LOAN CURRENT - CURE AN OPEN     **
      ** WBCOLLDB DELINQUENCY RECORD THE SAME WAY LOANPOST DOES    **
      ** WHEN A PAYMENT BRINGS A LOAN CURRENT. A CHARGED-OFF LOAN  **
      ** STAYS WITH RECOVERIES.                                    **
      **************************************************************
       CURE-DELINQUENCY.
           MOVE CMD-SSN-TEXT  TO CLQ-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO CLQ-KEY-ACCT-NUM.
           EXEC CICS READ UPDATE
                     DATASET(WBCOLLDB-DD)
                     INTO(COLLQ-RECORD)
                     LENGTH(LENGTH OF COLLQ-RECORD)
                     RIDFLD(CLQ-REC-KEY)
                     KEYLENGTH(LENGTH OF CLQ-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              GO TO CURE-DELINQUENCY-EXIT
           END-IF.
           IF CLQ-STATUS-CURED OR CLQ-STATUS-CHARGED-OFF
              EXEC CICS UNLOCK DATASET(WBCOLLDB-DD) END-EXEC
              GO TO CURE-DELINQUENCY-EXIT
           END-IF.

           SET  CLQ-STATUS-CURED TO TRUE.
           MOVE 0                TO CLQ-DAYS-PAST-DUE.
           MOVE 'N'              TO CLQ-LATE-FEE-FLAG.
           MOVE 0                TO CLQ-NOTICE-LEVEL.
           MOVE TODAY-ISO        TO CLQ-CONTACT-DATE.
           MOVE 'LOAN MODIFIED'  TO CLQ-CONTACT-OUTCOME.
           MOVE EIBOPID          TO CLQ-OFFICER-ID.
           EXEC CICS REWRITE
                     DATASET(WBCOLLDB-DD)
                     FROM(COLLQ-RECORD)
                     LENGTH(LENGTH OF COLLQ-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
              MOVE 'Y' TO CURED-SW
           END-IF.

       CURE-DELINQUENCY-EXIT.
           EXIT.

      **************************************************************
      ** A VARIABLE-RATE LOAN CARRIES ITS RATE CUT INTO THE MARGIN **
      ** OVER ITS INDEX ON WBVRLDB, OR THE NEXT REPRICING WOULD    **
      ** TAKE IT BACK. A FIXED-RATE LOAN HAS NO RECORD THERE.      **
      **************************************************************
       ADJUST-VARIABLE-MARGIN.
           MOVE CMD-SSN-TEXT  TO VRL-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO VRL-KEY-ACCT-NUM.
           EXEC CICS READ UPDATE
                     DATASET(WBVRLDB-DD)
                     INTO(VARIABLE-RATE-RECORD)
                     LENGTH(LENGTH OF VARIABLE-RATE-RECORD)
                     RIDFLD(VRL-REC-KEY)
                     KEYLENGTH(LENGTH OF VRL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              GO TO ADJUST-VARIABLE-MARGIN-EXIT
           END-IF.

           COMPUTE MARGIN-CUT = LMD-OLD-INT-RATE - ACCOUNT-LON-INT-RATE.
           COMPUTE VRL-MARGIN = VRL-MARGIN - MARGIN-CUT
              ON SIZE ERROR
                 MOVE -99.99 TO VRL-MARGIN
           END-COMPUTE.
           MOVE EIBOPID   TO VRL-MAINT-OPID.
           MOVE TODAY-ISO TO VRL-MAINT-DATE.
           EXEC CICS REWRITE
                     DATASET(WBVRLDB-DD)
                     FROM(VARIABLE-RATE-RECORD)
                     LENGTH(LENGTH OF VARIABLE-RATE-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.

       ADJUST-VARIABLE-MARGIN-EXIT.
           EXIT.

      **************************************************************
      ** FILE THE BEFORE AND AFTER TERMS UNDER THE NEXT FREE       **
      ** SEQUENCE FOR THE LOAN                                     **
      **************************************************************
       FILE-MODIFICATION.
           MOVE 0   TO NEXT-SEQ.
           MOVE 'N' TO SCAN-DONE.
           MOVE CMD-SSN-TEXT  TO LMD-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO LMD-KEY-ACCT-NUM.
           MOVE 0             TO LMD-KEY-SEQ.
           EXEC CICS STARTBR
                     DATASET(WBLMODDB-DD)
                     RIDFLD(LMD-REC-KEY)
                     KEYLENGTH(LENGTH OF LMD-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Y' TO SCAN-DONE
           END-IF.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBLMODDB-DD)
                        INTO(MODIFICATION-RECORD)
                        LENGTH(LENGTH OF MODIFICATION-RECORD)
                        RIDFLD(LMD-REC-KEY)
                        KEYLENGTH(LENGTH OF LMD-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF LMD-SSN NOT = CMD-SSN-TEXT OR
                    LMD-ACCT-NUM NOT = CMD-ACCT-TEXT THEN
                    MOVE 'Y' TO SCAN-DONE
                 ELSE
                    IF LMD-SEQ > NEXT-SEQ
                       MOVE LMD-SEQ TO NEXT-SEQ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBLMODDB-DD)
                           RESP(RESP-CODE) END-EXEC.

           ADD 1 TO NEXT-SEQ.
           MOVE CMD-SSN-TEXT            TO LMD-SSN LMD-KEY-SSN.
           MOVE CMD-ACCT-TEXT           TO LMD-ACCT-NUM
                                           LMD-KEY-ACCT-NUM.
           MOVE NEXT-SEQ                TO LMD-SEQ LMD-KEY-SEQ.
           MOVE TODAY-ISO               TO LMD-MOD-DATE.
           MOVE CMD-ACTION-TEXT         TO LMD-MOD-TYPE.
           MOVE ACCOUNT-LON-INT-RATE    TO LMD-NEW-INT-RATE.
           MOVE ACCOUNT-LON-TERM-MONTHS TO LMD-NEW-TERM-MONTHS.
           MOVE ACCOUNT-LON-PAYMENT-AMT TO LMD-NEW-PAYMENT-AMT.
           MOVE ACCOUNT-LON-NEXT-DUE    TO LMD-NEW-NEXT-DUE.
           MOVE ACCOUNT-LON-BAL         TO LMD-NEW-LOAN-BAL.
           MOVE 0                       TO LMD-DEFER-MONTHS.
           IF LMD-MOD-DEFERRAL
              MOVE CMD-NUMBER           TO LMD-DEFER-MONTHS
           END-IF.
           MOVE CAP-INT-AMT             TO LMD-CAP-INT-AMT.
           MOVE CURED-SW                TO LMD-CURED-FLAG.
           MOVE EIBOPID                 TO LMD-APPROVED-BY.

           EXEC CICS WRITE
                     DATASET(WBLMODDB-DD)
                     FROM(MODIFICATION-RECORD)
                     LENGTH(LENGTH OF MODIFICATION-RECORD)
                     KEYLENGTH(LENGTH OF LMD-REC-KEY)
                     RIDFLD(LMD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'Error writing modification history for loan '
                     DELIMITED SIZE
                     CMD-ACCT-TEXT DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.

       FILE-MODIFICATION-EXIT.
           EXIT.

      **************************************************************
      ** GET A DATE IN THE FOR MM/DD/YYYY                         **
      **************************************************************
       GET-DATE.
           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('/') YEAR(UTIME-YEAR)
                                MMDDYY(CURRENT-DATE) END-EXEC.

           MOVE UTIME-YEAR TO CURRENT-DATE-YYYY.

       GET-DATE-EXIT.
           EXIT.

      **************************************************************
      ** CHECK THE SIGNED-ON OPERATOR'S ENTITLEMENT FOR A FUNCTION *
      ** - THE CALLER SETS ENT-FUNC-CODE (AND ENT-AMOUNT WHERE A   *
      ** DOLLAR LIMIT APPLIES) FIRST. DENIALS ARE AUDITED.         *
      **************************************************************
       CHECK-ENTITLEMENT.
           SET ENT-ALLOWED-SW TO 'N'.
           MOVE EIBOPID TO OPR-KEY-OPID.
           EXEC CICS READ
                     DATASET(WBOPERDB-DD)
                     INTO(OPERATOR-RECORD)
                     LENGTH(LENGTH OF OPERATOR-RECORD)
                     RIDFLD(OPR-REC-KEY)
                     KEYLENGTH(LENGTH OF OPR-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
      *          A SUSPENDED OR REMOVED OPERATOR HOLDS NO FUNCTIONS
                 IF OPR-ACCESS-BARRED
                    GO TO CHECK-ENTITLEMENT-DENIED
                 END-IF
              WHEN DFHRESP(NOTOPEN)
      *          ENTITLEMENTS NOT INSTALLED IN THIS REGION - RUN
      *          UNRESTRICTED AS BEFORE
                 SET ENT-ALLOWED TO TRUE
                 GO TO CHECK-ENTITLEMENT-EXIT
              WHEN OTHER
                 GO TO CHECK-ENTITLEMENT-DENIED
           END-EVALUATE.

           EVALUATE ENT-FUNC-CODE
              WHEN 'M'
                 IF OPR-ROLE-SUPERVISOR
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF ENT-ALLOWED THEN
              GO TO CHECK-ENTITLEMENT-EXIT
           END-IF.

       CHECK-ENTITLEMENT-DENIED.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Function ' DELIMITED SIZE
                  ENT-FUNC-CODE DELIMITED SIZE
                  ' denied for operator ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED THEN
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
              PERFORM WRITE-AUDIT-REC THRU WRITE-AUDIT-REC-EXIT
           END-IF.

       WRITE-LOG-MSG-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A STRUCTURED AUDIT RECORD TO THE WBAUDTDB VSAM FILE,   *
      *  KEYED BY SSN/ACCOUNT/DATE, SO THE ACTIVITY LOGGED ABOVE CAN  *
      *  BE SEARCHED LATER BY CUSTOMER OR DATE RANGE (SEE AUDTRPT).   *
      *****************************************************************
       WRITE-AUDIT-REC.
           ADD 1 TO AUD-CALL-COUNT
           EXEC CICS ASKTIME ABSTIME(AUD-UTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(AUD-UTIME)
                                YYYYMMDD(AUD-DATE)
                                TIME(AUD-TIME)
                                END-EXEC
           MOVE CMD-SSN-TEXT        TO AUD-SSN
           MOVE CMD-ACCT-TEXT       TO AUD-ACCT-NUM
           MOVE EIBOPID             TO AUD-OPID
           COMPUTE AUD-SEQ-NUM = (EIBTASKN * 1000) + AUD-CALL-COUNT
           MOVE LOG-MSG-BUFFER      TO AUD-MESSAGE
           EXEC CICS WRITE DATASET(WBAUDTDB-DD)
                           FROM(AUDIT-RECORD)
                           RIDFLD(AUD-KEY)
                           KEYLENGTH(LENGTH OF AUD-KEY)
                           NOHANDLE
                           END-EXEC
           .
       WRITE-AUDIT-REC-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE AN AFTER-IMAGE TO THE FORWARD-RECOVERY JOURNAL QUEUE   *
      *****************************************************************
       WRITE-JRN-ACCT.
           MOVE ACCOUNT-RECORD TO JRN-IMAGE.
           MOVE 'WBACCTDB'     TO JRN-FILE-ID.
           MOVE 'R'            TO JRN-ACTION-CODE.
           PERFORM WRITE-JRN-COMMON THRU WRITE-JRN-COMMON-EXIT.

       WRITE-JRN-ACCT-EXIT.
           EXIT.

       WRITE-JRN-TXN.
           MOVE TXN-DETAILS TO JRN-IMAGE.
           MOVE 'WBTXNDB'   TO JRN-FILE-ID.
           MOVE 'W'         TO JRN-ACTION-CODE.
           PERFORM WRITE-JRN-COMMON THRU WRITE-JRN-COMMON-EXIT.

       WRITE-JRN-TXN-EXIT.
           EXIT.

       WRITE-JRN-COMMON.
           EXEC CICS ASKTIME ABSTIME(JRN-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(JRN-UTIME)
                                DATESEP('-')
                                YYYYMMDD(JRN-DATE)
                                TIME(JRN-TIME)
                                TIMESEP(':')
                                END-EXEC.
           MOVE LENGTH OF JOURNAL-RECORD TO JRN-HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('WJRN')
                               FROM(JOURNAL-RECORD)
                               LENGTH(JRN-HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       WRITE-JRN-COMMON-EXIT.
           EXIT.

       XFER-WGRVCUSL.
           EXEC CICS XCTL PROGRAM('WGRVCUSL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVLMOD.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVLMOD-EXIT.
           EXIT.
