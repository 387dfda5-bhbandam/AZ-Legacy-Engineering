                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
                 88 ACCOUNT-TYPE-LON            VALUE 'L'.
                 88 ACCOUNT-TYPE-IRA            VALUE 'I'.
                 88 ACCOUNT-TYPE-LOC            VALUE 'R'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-CHECKING REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LON-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LON-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LON-BAL          PIC S9(13)V99  COMP-3.
              10 ACCOUNT-LON-PURPOSE-CODE PIC X(01).
                 88 ACCOUNT-LON-PURPOSE-VALID       VALUE 'A' 'M'
                                                          'P' 'B'
                                                          'E' 'O'.
              10 FILLER                   PIC X(06).
           05 ACCOUNT-TYPE-IRA-AREA  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-IRA-INT-RATE     PIC S9(1)V99   COMP-3.
              10 ACCOUNT-IRA-PLAN-CODE    PIC X(01).
                 88 ACCOUNT-IRA-TRADITIONAL     VALUE 'T' ' '.
                 88 ACCOUNT-IRA-ROTH            VALUE 'R'.
              10 FILLER                   PIC X(02).
              10 ACCOUNT-IRA-LAST-STMT    PIC X(10).
              10 ACCOUNT-IRA-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-IRA-BAL          PIC S9(13)V99  COMP-3.
              10 ACCOUNT-IRA-CONTRIB-YEAR PIC 9(04).
              10 ACCOUNT-IRA-CUR-CONTRIB  PIC S9(5)V99   COMP-3.
              10 ACCOUNT-IRA-PRI-CONTRIB  PIC S9(5)V99   COMP-3.
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
       01 DONE-CHK                    PIC X               VALUE 'N'.
       01 DONE-SAV                    PIC X               VALUE 'N'.
       01 DONE-LON                    PIC X               VALUE 'N'.
       01 DONE-IRA                    PIC X               VALUE 'N'.
       01 DONE-LOC                    PIC X               VALUE 'N'.
       01 LON-UTIME                   PIC S9(15) COMP-3   VALUE 0.
       01 LON-NEXT-DUE-ISO            PIC X(10)           VALUE SPACES.
       01 LON-INT-PART                PIC S9(13)V99 COMP-3 VALUE 0.
          05 FILLER                   PIC X(12).
       01 LON-TERM-WORK               PIC S9(5)     COMP-3 VALUE 0.
       01 LON-TERM-REM                PIC S9(13)V99 COMP-3 VALUE 0.
       01 LON-PRIN-TEXT               PIC X(16)           VALUE SPACES.
       01 LON-PURPOSE-TEXT            PIC X(2)            VALUE SPACES.
       01 WBACCRDB-DD                 PIC X(8)            VALUE
                                                     'WBACCRDB'.
       01 ACR-REC-KEY.
          05 ACR-ACCRUED-AMT          PIC S9(13)V99 COMP-3.
          05 ACR-LAST-ACCRUAL-DATE    PIC X(10).
       01 DONE-CLS                    PIC X               VALUE 'N'.
      *    WHY THE CUSTOMER IS CLOSING - CARRIED ON THE CLOSING TXN
      *    DETAIL'S MEMO AND IN THE AUDIT MESSAGE FOR ACCTACT
       01 CLOSE-REASON-CODE           PIC XX              VALUE 'CR'.
          88 CLOSE-REASON-VALID       VALUE 'CR' 'MV' 'SV' 'FE'
                                            'DC' 'BK' 'OT'.
       01 DONE-REA                    PIC X               VALUE 'N'.
       01 DONE-ADJ                    PIC X               VALUE 'N'.
       01 DONE                        PIC X               VALUE 'N'.
       01 HOLD-UTIME                  PIC S9(15) COMP-3   VALUE 0.
       01 HOLD-PLACED-ISO             PIC X(10)  VALUE SPACES.
       01 HOLD-RELEASE-ISO            PIC X(10)  VALUE SPACES.

      *****************************************************************
      *  DEPOSIT HOLD POLICY (WBHPOLDB) - ONE ENTRY PER DEPOSIT TYPE, *
      *  MAINTAINED ON WGRVHPOL, DERIVES THE DAYS AND THE AMOUNT OF   *
      *  THE HOLD (SEE WBHPLREC FOR THE RULES). THE TELLER KEYS ONLY  *
      *  THE DEPOSIT AND ITS TYPE. NO ENTRY, OR ONE NOT YET IN        *
      *  EFFECT, HOLDS THE WHOLE DEPOSIT FOR THE DEFAULT TWO DAYS.    *
      *****************************************************************
       01 WBHPOLDB-DD                 PIC X(8)   VALUE 'WBHPOLDB'.
       01 HPL-REC-KEY.
          05 HPL-KEY-DEP-TYPE         PIC X(2)   VALUE SPACES.
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
       01 HOLD-DEP-TYPE-IN            PIC X(2)   VALUE SPACES.
          88 HOLD-DEP-TYPE-VALID                 VALUE 'CA' 'OC'
                                                       'LC' 'GV'
                                                       'EN'.
       01 HOLD-DEPOSIT-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
       01 HOLD-REASON                 PIC X(14)  VALUE SPACES.
       01 HOLD-CALC-UTIME             PIC S9(15) COMP-3   VALUE 0.
       01 HOLD-TODAY-ISO              PIC X(10)  VALUE SPACES.
       01 HOLD-NEW-CUTOFF-ISO         PIC X(10)  VALUE SPACES.
       01 HOLD-OD-CUTOFF-ISO          PIC X(10)  VALUE SPACES.
       01 HOLD-OPEN-ISO               PIC X(10)  VALUE SPACES.
       01 HOLD-TXN-ISO                PIC X(10)  VALUE SPACES.
       01 HOLD-OD-FOUND               PIC S9(4)  COMP     VALUE 0.
       01 HOLD-SCAN-DONE              PIC X               VALUE 'N'.
       01 HOLD-EDIT-AMT               PIC Z(7)9.99.

      *****************************************************************
      *  DEPOSITED-ITEM HISTORY (WBDITMDB) - WHEN THE TELLER KEYS THE *
      *  CHECK'S MICR LINE WITH THE HOLD, A CHECK ALREADY DEPOSITED   *
      *  BY ANY CHANNEL IS REFUSED AND A NEW ONE IS RECORDED SO IT    *
      *  CANNOT BE DEPOSITED AGAIN BY MOBILE (RDCPOST) OR AT AN ATM.  *
      *  SEE THE WBDITREC COPYBOOK CARRIED BY THE BATCH SIDE.         *
      *****************************************************************
       01 WBDITMDB-DD                 PIC X(8)   VALUE 'WBDITMDB'.
       01 DIT-REC-KEY.
          05 DIT-KEY-ROUTING          PIC X(9)   VALUE SPACES.
          05 DIT-KEY-MICR-ACCT        PIC X(17)  VALUE SPACES.
          05 DIT-KEY-SERIAL           PIC 9(10)  VALUE 0.
       01 DEPOSITED-ITEM-RECORD.
          05 DIT-ROUTING              PIC X(9).
          05 DIT-MICR-ACCT            PIC X(17).
          05 DIT-SERIAL               PIC 9(10).
          05 DIT-CHANNEL-CODE         PIC X(1).
             88 DIT-CHANNEL-MOBILE            VALUE 'M'.
             88 DIT-CHANNEL-TELLER            VALUE 'T'.
             88 DIT-CHANNEL-ATM               VALUE 'A'.
          05 DIT-SSN                  PIC X(9).
          05 DIT-ACCT-NUM             PIC X(10).
          05 DIT-AMOUNT               PIC S9(13)V99  COMP-3.
          05 DIT-DEPOSIT-DATE         PIC X(10).
          05 DIT-ITEM-REF             PIC X(15).
          05 DIT-SOURCE-ID            PIC X(8).
          05 FILLER                   PIC X(23).
       01 MICR-ROUTING-TEXT           PIC X(12)  VALUE SPACES.
       01 MICR-ACCT-TEXT              PIC X(20)  VALUE SPACES.
       01 MICR-SERIAL-TEXT            PIC X(12)  VALUE SPACES.
       01 MICR-SERIAL-LEN             PIC S9(4)  COMP     VALUE 0.
       01 MICR-KEYED-SW               PIC X               VALUE 'N'.
          88 MICR-WAS-KEYED                      VALUE 'Y'.
       01 MICR-CHANNEL-NAME           PIC X(6)   VALUE SPACES.

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
       01 REV-ITEM-NUM                PIC S9(7)  COMP-3   VALUE 0.
       01 REV-ITEM-DISPLAY            PIC 9(7)            VALUE 0.
       01 REV-AMOUNT                  PIC S9(13)V99 COMP-3 VALUE 0.
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
          05 DRW-CASH-OUT             PIC S9(13)V99  COMP-3.
          05 DRW-TXN-COUNT            PIC 9(5).
          05 DRW-BRANCH               PIC X(3).
          05 DRW-DECLARED-AMT         PIC S9(13)V99  COMP-3.
          05 DRW-DECLARED-SW          PIC X(1).
             88 DRW-COUNT-DECLARED           VALUE 'Y'.
          05 FILLER                   PIC X(2).
       01 DRW-IN-AMT                  PIC S9(13)V99 COMP-3 VALUE 0.
       01 DRW-OUT-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
       01 DRW-UTIME                   PIC S9(15) COMP-3 VALUE 0.
      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

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
      *    A CALLER PRICING AS OF A DATE OTHER THAN TODAY SETS THIS
      *    FIRST AND CLEARS IT AFTER
       01 SCHED-AS-OF-DATE            PIC X(10)   VALUE SPACES.

      *****************************************************************
      *  IRA CONTRIBUTIONS AND DISTRIBUTIONS (WBIRADB) - ONE RECORD   *
      *  PER IRA ITEM, KEYED LIKE THE TXN DETAIL, CARRYING THE TAX    *
      *  YEAR A CONTRIBUTION COUNTS TOWARD AND A DISTRIBUTION'S       *
      *  1099-R CODE AND WITHHOLDING, FOR THE YEAR-END YR5498 RUN.    *
      *  THE ANNUAL LIMIT IS FEE CODE IRAL ON WBFEEDB, AS IN FORCE AT *
      *  12/31 OF THE TAX YEAR, FALLING BACK TO IRA-DEFAULT-LIMIT.    *
      *  SEE CHECK-IRA-LIMIT.                                         *
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
       01 IRA-LIMIT                   PIC S9(5)V99 COMP-3 VALUE 0.
       01 IRA-YEAR-TOTAL              PIC S9(7)V99 COMP-3 VALUE 0.
       01 IRA-CUR-YEAR                PIC 9(4)            VALUE 0.
       01 IRA-WANTED-YEAR             PIC 9(4)            VALUE 0.
       01 IRA-WH-AMT                  PIC S9(11)V99 COMP-3 VALUE 0.
       01 IRA-WH-PCT                  PIC S9(3)V99 COMP-3 VALUE 0.
       01 IRA-DIST-TEXT               PIC X(4)            VALUE SPACES.
       01 IRA-WH-TEXT                 PIC X(6)            VALUE SPACES.
       01 IRA-YEAR-TEXT               PIC X(4)            VALUE SPACES.
       01 IRA-TXN-MEMO                PIC X(20)           VALUE SPACES.
       01 IRA-TXN-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       01 IRA-TXN-ITEM                PIC S9(7)   COMP-3  VALUE 0.
       01 IRA-MAIN-ITEM               PIC S9(7)   COMP-3  VALUE 0.
       01 LOC-TXN-MEMO                PIC X(20)           VALUE SPACES.
       01 IRA-EDIT-AMT                PIC ZZ,ZZ9.99.
       01 IRA-UTIME                   PIC S9(15)  COMP-3.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

              IF RET-CODE = 0
                 AND (AAMTYPEI = 'C' OR AAMTYPEI = 'S'
                      OR AAMTYPEI = 'L' OR AAMTYPEI = 'I'
                      OR AAMTYPEI = 'N')
                 PERFORM CHECK-WATCH-HOLD THRU CHECK-WATCH-HOLD-EXIT
                 IF CUSTOMER-IS-HELD
                    MOVE 'Customer is held for compliance review'
                       PERFORM ADD-SAVINGS THRU ADD-SAVINGS-EXIT
                    WHEN 'L'
                       PERFORM ADD-LOAN THRU ADD-LOAN-EXIT
                    WHEN 'I'
                       PERFORM ADD-IRA THRU ADD-IRA-EXIT
                    WHEN 'N'
                       PERFORM ADD-LINE THRU ADD-LINE-EXIT
                    WHEN 'X'
                       PERFORM CLOSE-ACCOUNT THRU CLOSE-ACCOUNT-EXIT
                    WHEN 'P'
           IF AAMTYPEI NOT = 'C' AND AAMTYPEI NOT = 'S'
                       AND AAMTYPEI NOT = 'X' AND AAMTYPEI NOT = 'P'
                       AND AAMTYPEI NOT = 'R' AND AAMTYPEI NOT = 'V'
                       AND AAMTYPEI NOT = 'H' AND AAMTYPEI NOT = 'I'
                       AND AAMTYPEI NOT = 'L' AND AAMTYPEI NOT = 'N'
                                                                 THEN
              MOVE 'Type: C,S,L,I,N,X,P(adj),R(react),V(rev),H(hold)'
                                                      TO AAMMSG1O
              MOVE 'N = revolving line of credit' TO AAMMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-MAIN-EXIT
           END-IF.

           EVALUATE RESP-CODE
              WHEN 0
      *          A SUSPENDED OR REMOVED OPERATOR HOLDS NO FUNCTIONS
                 IF OPR-ACCESS-BARRED
                    GO TO CHECK-ENTITLEMENT-DENIED
                 END-IF
              WHEN DFHRESP(NOTOPEN)
      *          ENTITLEMENTS NOT INSTALLED IN THIS REGION - RUN
      *          UNRESTRICTED AS BEFORE
      *          THE LOAN MEMO FAMILY MARKS EVERY LOAN-LEDGER ITEM
      *          SO THE DEPOSIT-SIDE JOBS CAN TELL THEM APART
                 MOVE 'LOAN PRINCIPAL'  TO TXN-MEMO
      *          THE OPENING DEPOSIT IS THE FIRST CONTRIBUTION
              WHEN 'I'
                 MOVE ACCOUNT-IRA-BAL TO TXN-AMOUNT
                 MOVE IRA-TXN-MEMO    TO TXN-MEMO
      *          THE OPENING ITEM IS THE FIRST DRAW, IF ANY
              WHEN 'R'
                 MOVE ACCOUNT-LOC-BAL TO TXN-AMOUNT
                 MOVE 'LINE DRAW'     TO TXN-MEMO
           END-EVALUATE.

           MOVE TXN-SSN      TO SSN      OF TXN-REC-KEY.

           EVALUATE RESP-CODE
              WHEN 0
                 MOVE SPACES TO LOG-MSG-BUFFER
                 STRING 'Account opened ' DELIMITED SIZE
                        ACCOUNT-NUMBER    DELIMITED SIZE
                        ' by '            DELIMITED SIZE
                        EIBOPID           DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
                 PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
                 GO TO ADD-TX-DETAIL-EXIT
              WHEN DFHRESP(DUPREC)
                 MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-CHK-EXIT
           END-IF.
           MOVE PACKED-NUM TO ACCOUNT-CHK-OD-CHG.
      *    THE CHARGE MAY NOT EXCEED THE SCHEDULED OVERDRAFT CHARGE
      *    (FEE CODE ODCH) FOR THE OPENING BRANCH, WHEN ONE APPLIES
           PERFORM SET-ACCOUNT-BRANCH THRU SET-ACCOUNT-BRANCH-EXIT.
           MOVE 'ODCH'             TO SCHED-FEE-CODE.
           MOVE ACCOUNT-CLASS-CODE TO SCHED-CLASS.
           MOVE ACCOUNT-BRANCH     TO SCHED-BRANCH.
           MOVE ACCOUNT-CHK-OD-CHG TO SCHED-FEE.
           PERFORM GET-SCHEDULE-FEE THRU GET-SCHEDULE-FEE-EXIT.
           IF SCHED-BEST-RANK > 0 AND
              ACCOUNT-CHK-OD-CHG > SCHED-FEE THEN
              MOVE 'Overdraft charge exceeds the scheduled charge'
                                                         TO AACMSG1O
              MOVE SPACES TO AACMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-CHK-EXIT
           END-IF.

       VALIDATE-AACODLI.
           IF AACODLL = 0 OR AACODLI = SPACES THEN
      ** There is no separate BMS map for this action, so the      *
      ** savings-details map is reused: the loan rate rides in the *
      ** interest field, the monthly payment in the service-charge *
      ** field and the principal in the initial-balance field,     *
      ** followed by a comma and the loan purpose code. The        *
      ** term is derived from principal and payment, and the first *
      ** payment falls due thirty days out.                        *
      **************************************************************
           MOVE ACCT-NUMBER-NUMERIC TO AASNUMO.
           MOVE 'Enter rate (int fld), payment (chg fld),'
                                                       TO AASMSG1O.
           MOVE 'principal,purpose A/M/P/B/E/O (init bal fld)'
                                                       TO AASMSG2O.

           EXEC CICS SEND MAP('WGRVAAS') MAPSET('WGRVMAP')
                          FROM (WGRVAASO) ERASE END-EXEC.
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LON-EXIT
           END-IF.
      *    THE PURPOSE CODE RIDES AFTER THE PRINCIPAL - AUTO,
      *    MORTGAGE, PERSONAL, BUSINESS, EDUCATION OR OTHER
           MOVE SPACES TO LON-PRIN-TEXT LON-PURPOSE-TEXT.
           UNSTRING AASIBALI DELIMITED BY ',' OR SPACE
                    INTO LON-PRIN-TEXT LON-PURPOSE-TEXT
           END-UNSTRING.
           MOVE LON-PRIN-TEXT TO EBCDIC-NUM.
           PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT.
           IF RET-CODE NOT = 0 OR PACKED-NUM = 0 THEN
              MOVE 'Principal must be numeric' TO AASMSG1O
           END-IF.
           MOVE PACKED-NUM TO ACCOUNT-LON-BAL.

           MOVE LON-PURPOSE-TEXT(1:1) TO ACCOUNT-LON-PURPOSE-CODE.
           IF LON-PURPOSE-TEXT(2:1) NOT = SPACE
              OR NOT ACCOUNT-LON-PURPOSE-VALID THEN
              MOVE 'Loan purpose must be A, M, P, B, E or O'
                                                       TO AASMSG1O
              MOVE 'after the principal, e.g. 15000.00,A' TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LON-EXIT
           END-IF.

      *    THE REUSED MAP HAS NO SPARE FIELD FOR THE TERM, SO IT IS
      *    DERIVED - PAYMENTS NEEDED TO RETIRE THE PRINCIPAL
           DIVIDE ACCOUNT-LON-BAL BY ACCOUNT-LON-PAYMENT-AMT
           EXIT.

      **************************************************************
      ** ADD A NEW REVOLVING LINE OF CREDIT                        *
      ** The savings-details map is reused as for a loan: the line *
      ** rate rides in the interest field, the credit limit in the *
      ** service-charge field and an optional first draw in the    *
      ** initial-balance field. Nothing is due until the first     *
      ** monthly bill (see LOCBILL) sets a minimum and due date.   *
      **************************************************************
       ADD-LINE.
           PERFORM GET-NEW-ACCT-NUM THRU GET-NEW-ACCT-NUM-EXIT.
           PERFORM SET-MAP-DEFAULTS-AAS THRU SET-MAP-DEFAULTS-AAS-EXIT.
           MOVE CUSTOMER-NAME       TO AASNAMEO.
           MOVE CUSTOMER-SSN        TO AASSSNO.
           MOVE ACCT-NUMBER-NUMERIC TO AASNUMO.
           MOVE 'Enter rate (int fld), credit limit (chg fld),'
                                                       TO AASMSG1O.
           MOVE 'first draw if any (initial balance field)'
                                                       TO AASMSG2O.

           EXEC CICS SEND MAP('WGRVAAS') MAPSET('WGRVMAP')
                          FROM (WGRVAASO) ERASE END-EXEC.

           MOVE 'N' TO DONE-LOC.
           PERFORM UNTIL DONE-LOC = 'Y'
              EXEC CICS RECEIVE MAP('WGRVAAS') MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              INITIALIZE ACCOUNT-RECORD
              PERFORM VALIDATE-INPUT-LOC THRU VALIDATE-INPUT-LOC-EXIT

              IF RET-CODE = 0 THEN
                 MOVE 'Y'          TO DONE-LOC
                 MOVE 'R'          TO ACCOUNT-TYPE-CODE
                 MOVE 'Credit Ln ' TO ACCOUNT-TYPE-NAME
                 MOVE 'A'          TO ACCOUNT-STATUS-CODE
                 MOVE 1            TO ACCOUNT-LOC-DETAIL-ITEMS
                 MOVE 0            TO ACCOUNT-LOC-MIN-DUE
                                      ACCOUNT-LOC-STMT-ITEMS
                 MOVE SPACES       TO ACCOUNT-LOC-NEXT-DUE
                 PERFORM ADD-ACCT THRU ADD-ACCT-EXIT
                 IF RET-CODE = 0 THEN
                    PERFORM ADD-TX-DETAIL THRU ADD-TX-DETAIL-EXIT
                 END-IF
                 IF RET-CODE NOT = 0 THEN
                    MOVE SPACES TO AASMSG1O
                    MOVE RESP-CODE TO EDIT-NUM
                    STRING 'Add credit line to vsam failed, RC='
                           DELIMITED SIZE
                           EDIT-NUM DELIMITED SIZE
                           INTO AASMSG1O
                   END-STRING
                   MOVE SPACES TO AASMSG2O
                   GO TO ADD-LINE-EXIT
                 END-IF
                 GO TO ADD-LINE-EXIT
              ELSE
                 PERFORM FORMAT-BAD-SAV THRU FORMAT-BAD-SAV-EXIT
              END-IF
           END-PERFORM.

       ADD-LINE-EXIT.
           EXIT.

      **************************************************************
      ** VALIDATE THE LINE RATE, CREDIT LIMIT AND FIRST DRAW       **
      **************************************************************
       VALIDATE-INPUT-LOC.
           MOVE AASNUMI TO ACCOUNT-NUMBER.
           MOVE AASSSNI TO ACCOUNT-SSN.

           IF AASINTRL = 0 OR AASINTRI = SPACES THEN
              MOVE 'Line rate must not be blank' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LOC-EXIT
           END-IF.
           MOVE AASINTRI TO EBCDIC-NUM.
           PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT.
           IF RET-CODE NOT = 0 THEN
              MOVE 'Line rate must be numeric' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LOC-EXIT
           END-IF.
           MOVE PACKED-NUM TO ACCOUNT-LOC-INT-RATE.

           IF AASSCHGL = 0 OR AASSCHGI = SPACES THEN
              MOVE 'Credit limit must not be blank' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LOC-EXIT
           END-IF.
           MOVE AASSCHGI TO EBCDIC-NUM.
           PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT.
           IF RET-CODE NOT = 0 OR PACKED-NUM NOT > 0 THEN
              MOVE 'Credit limit must be numeric' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LOC-EXIT
           END-IF.
           MOVE PACKED-NUM TO ACCOUNT-LOC-CREDIT-LIMIT.

      *    THE FIRST DRAW IS OPTIONAL - A LINE MAY OPEN UNDRAWN
           MOVE 0 TO ACCOUNT-LOC-BAL.
           IF AASIBALL NOT = 0 AND AASIBALI NOT = SPACES THEN
              MOVE AASIBALI TO EBCDIC-NUM
              PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT
              IF RET-CODE NOT = 0 OR PACKED-NUM < 0 THEN
                 MOVE 'First draw must be numeric' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-INPUT-LOC-EXIT
              END-IF
              MOVE PACKED-NUM TO ACCOUNT-LOC-BAL
           END-IF.
           IF ACCOUNT-LOC-BAL > ACCOUNT-LOC-CREDIT-LIMIT THEN
              MOVE 'First draw exceeds the credit limit' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-LOC-EXIT
           END-IF.

       VALIDATE-INPUT-LOC-EXIT.
           EXIT.

      **************************************************************
      ** ADD A NEW IRA ACCOUNT                                     *
      ** The savings-details map is reused as for a loan: a blank  *
      ** interest field takes the savings table rate, the service- *
      ** charge field carries the plan (T traditional, R Roth,     *
      ** blank traditional) and the initial balance is the first  *
      ** contribution, counted toward the current tax year and    *
      ** held to the annual limit.                                 *
      **************************************************************
       ADD-IRA.
           PERFORM GET-NEW-ACCT-NUM THRU GET-NEW-ACCT-NUM-EXIT.
           PERFORM SET-MAP-DEFAULTS-AAS THRU SET-MAP-DEFAULTS-AAS-EXIT.
           MOVE CUSTOMER-NAME       TO AASNAMEO.
           MOVE CUSTOMER-SSN        TO AASSSNO.
           MOVE ACCT-NUMBER-NUMERIC TO AASNUMO.
           MOVE 'Enter rate (blank=table), plan T/R (chg fld),'
                                                       TO AASMSG1O.
           MOVE 'first contribution (initial balance field)'
                                                       TO AASMSG2O.

           EXEC CICS SEND MAP('WGRVAAS') MAPSET('WGRVMAP')
                          FROM (WGRVAASO) ERASE END-EXEC.

           MOVE 'N' TO DONE-IRA.
           PERFORM UNTIL DONE-IRA = 'Y'
              EXEC CICS RECEIVE MAP('WGRVAAS') MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              INITIALIZE ACCOUNT-RECORD
              PERFORM VALIDATE-INPUT-IRA THRU VALIDATE-INPUT-IRA-EXIT

              IF RET-CODE = 0 THEN
                 MOVE 'Y'          TO DONE-IRA
                 MOVE 'I'          TO ACCOUNT-TYPE-CODE
                 MOVE 'IRA       ' TO ACCOUNT-TYPE-NAME
                 MOVE 'A'          TO ACCOUNT-STATUS-CODE
                 MOVE 1            TO ACCOUNT-IRA-DETAIL-ITEMS
                 MOVE CURRENT-DATE TO ACCOUNT-IRA-LAST-STMT
                 MOVE ACCOUNT-IRA-BAL TO ACCOUNT-IRA-CUR-CONTRIB
                 MOVE IRA-CUR-YEAR TO IRA-YEAR-TEXT
                 MOVE SPACES       TO IRA-TXN-MEMO
                 STRING 'IRA CONTRIB ' DELIMITED SIZE
                        IRA-YEAR-TEXT  DELIMITED SIZE
                        INTO IRA-TXN-MEMO
                 END-STRING
                 PERFORM ADD-ACCT THRU ADD-ACCT-EXIT
                 IF RET-CODE = 0 THEN
                    PERFORM ADD-TX-DETAIL THRU ADD-TX-DETAIL-EXIT
                 END-IF
                 IF RET-CODE = 0 AND ACCOUNT-IRA-BAL > 0 THEN
                    MOVE 'C'             TO IRA-ACTIVITY-CODE
                    MOVE IRA-CUR-YEAR    TO IRA-TAX-YEAR
                    MOVE 1               TO IRA-ITEM-NUM
                    MOVE ACCOUNT-IRA-BAL TO IRA-AMOUNT
                    MOVE SPACE           TO IRA-DIST-CODE
                    MOVE 0               TO IRA-FED-WH
                    PERFORM WRITE-IRA-ACTIVITY
                       THRU WRITE-IRA-ACTIVITY-EXIT
                 END-IF
                 IF RET-CODE NOT = 0 THEN
                    MOVE SPACES TO AASMSG1O
                    MOVE RESP-CODE TO EDIT-NUM
                    STRING 'Add IRA account to vsam failed, RC='
                           DELIMITED SIZE
                           EDIT-NUM DELIMITED SIZE
                           INTO AASMSG1O
                   END-STRING
                   MOVE SPACES TO AASMSG2O
                   GO TO ADD-IRA-EXIT
                 END-IF
                 GO TO ADD-IRA-EXIT
              ELSE
                 PERFORM FORMAT-BAD-SAV THRU FORMAT-BAD-SAV-EXIT
              END-IF
           END-PERFORM.

       ADD-IRA-EXIT.
           EXIT.

      **************************************************************
      ** VALIDATE THE IRA RATE, PLAN AND FIRST CONTRIBUTION        **
      **************************************************************
       VALIDATE-INPUT-IRA.
           MOVE AASNUMI TO ACCOUNT-NUMBER.
           MOVE AASSSNI TO ACCOUNT-SSN.
      *    INITIALIZE LEAVES THE PACKED FIELDS OF A REDEFINED AREA
      *    AS SPACES - SET EVERY ONE OF THEM HERE
           MOVE 0 TO ACCOUNT-IRA-INT-RATE ACCOUNT-IRA-DETAIL-ITEMS
                     ACCOUNT-IRA-BAL ACCOUNT-IRA-CUR-CONTRIB
                     ACCOUNT-IRA-PRI-CONTRIB.
           MOVE CURRENT-DATE-YYYY TO IRA-CUR-YEAR.
           MOVE IRA-CUR-YEAR      TO ACCOUNT-IRA-CONTRIB-YEAR.

           SET RATE-FROM-TABLE-SW TO 'N'.
           IF AASINTRL = 0 OR AASINTRI = SPACES THEN
              SET RATE-WANTED-FROM-TABLE TO TRUE
           ELSE
              MOVE AASINTRI TO EBCDIC-NUM
              PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT
              IF RET-CODE NOT = 0 THEN
                 MOVE 'Interest Rate must be numeric' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-INPUT-IRA-EXIT
              END-IF
              MOVE PACKED-NUM TO ACCOUNT-IRA-INT-RATE
           END-IF.

           IF AASSCHGL = 0 OR AASSCHGI = SPACES THEN
              MOVE 'T' TO ACCOUNT-IRA-PLAN-CODE
           ELSE
              MOVE AASSCHGI(1:1) TO ACCOUNT-IRA-PLAN-CODE
           END-IF.
           IF NOT ACCOUNT-IRA-TRADITIONAL AND
              NOT ACCOUNT-IRA-ROTH THEN
              MOVE 'Plan must be T (traditional) or R (Roth)'
                                                       TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-IRA-EXIT
           END-IF.

           IF AASIBALL = 0 OR AASIBALI = SPACES THEN
              MOVE 'First contribution must not be blank' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-IRA-EXIT
           END-IF.
           MOVE AASIBALI TO EBCDIC-NUM.
           PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT.
           IF RET-CODE NOT = 0 THEN
              MOVE 'First contribution must be numeric' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-IRA-EXIT
           END-IF.
           MOVE PACKED-NUM TO ACCOUNT-IRA-BAL.

      *    THE LIMIT IS LOOKED UP FOR THE OPENING BRANCH, AS IT IS
      *    FOR EVERY LATER CONTRIBUTION TO THE ACCOUNT
           PERFORM SET-ACCOUNT-BRANCH THRU SET-ACCOUNT-BRANCH-EXIT.
           MOVE IRA-CUR-YEAR    TO IRA-WANTED-YEAR.
           MOVE ACCOUNT-IRA-BAL TO ADJ-AMOUNT.
           PERFORM CHECK-IRA-LIMIT THRU CHECK-IRA-LIMIT-EXIT.
           IF RET-CODE NOT = 0 THEN
              GO TO VALIDATE-INPUT-IRA-EXIT
           END-IF.

      *    THE RATE TABLE IS TIERED BY BALANCE - THE IRA SHARES
      *    THE SAVINGS TIERS
           IF RATE-WANTED-FROM-TABLE THEN
              PERFORM GET-TABLE-RATE THRU GET-TABLE-RATE-EXIT
              IF TABLE-RATE-FOUND THEN
                 MOVE TABLE-RATE TO ACCOUNT-IRA-INT-RATE
              ELSE
                 MOVE 'Rate blank and no table rate on file'
                                                       TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-INPUT-IRA-EXIT
              END-IF
           END-IF.

       VALIDATE-INPUT-IRA-EXIT.
           EXIT.

      **************************************************************
      ** START A NEW CONTRIBUTION YEAR ON THE ACCOUNT. THE RECORD  **
      ** HOLDS THE CURRENT YEAR'S TOTAL AND THE PRIOR YEAR'S, SO A **
      ** PRIOR-YEAR CONTRIBUTION CAN STILL BE TAKEN UP TO THE      **
      ** FILING DEADLINE. A GAP OF MORE THAN ONE YEAR CLEARS BOTH. **
      **************************************************************
       ROLL-IRA-CONTRIB-YEAR.
           IF ACCOUNT-IRA-CONTRIB-YEAR NOT < IRA-CUR-YEAR THEN
              GO TO ROLL-IRA-CONTRIB-YEAR-EXIT
           END-IF.
           IF ACCOUNT-IRA-CONTRIB-YEAR + 1 = IRA-CUR-YEAR THEN
              MOVE ACCOUNT-IRA-CUR-CONTRIB TO ACCOUNT-IRA-PRI-CONTRIB
           ELSE
              MOVE 0 TO ACCOUNT-IRA-PRI-CONTRIB
           END-IF.
           MOVE 0            TO ACCOUNT-IRA-CUR-CONTRIB.
           MOVE IRA-CUR-YEAR TO ACCOUNT-IRA-CONTRIB-YEAR.

       ROLL-IRA-CONTRIB-YEAR-EXIT.
           EXIT.

      **************************************************************
      ** HOLD A CONTRIBUTION OF ADJ-AMOUNT FOR IRA-WANTED-YEAR TO  **
      ** THAT YEAR'S LIMIT - FEE CODE IRAL ON THE FEE SCHEDULE AS  **
      ** IN FORCE AT 12/31 OF THE YEAR. RET-CODE 8 WHEN OVER.      **
      **************************************************************
       CHECK-IRA-LIMIT.
           MOVE 'IRAL'            TO SCHED-FEE-CODE.
           MOVE 'P'               TO SCHED-CLASS.
           MOVE ACCOUNT-BRANCH    TO SCHED-BRANCH.
           MOVE IRA-DEFAULT-LIMIT TO SCHED-FEE.
           MOVE IRA-WANTED-YEAR   TO IRA-YEAR-TEXT.
           MOVE SPACES            TO SCHED-AS-OF-DATE.
           STRING IRA-YEAR-TEXT DELIMITED SIZE
                  '-12-31'      DELIMITED SIZE
                  INTO SCHED-AS-OF-DATE
           END-STRING.
           PERFORM GET-SCHEDULE-FEE THRU GET-SCHEDULE-FEE-EXIT.
           MOVE SPACES    TO SCHED-AS-OF-DATE.
           MOVE SCHED-FEE TO IRA-LIMIT.

           IF IRA-WANTED-YEAR = ACCOUNT-IRA-CONTRIB-YEAR THEN
              MOVE ACCOUNT-IRA-CUR-CONTRIB TO IRA-YEAR-TOTAL
           ELSE
              MOVE ACCOUNT-IRA-PRI-CONTRIB TO IRA-YEAR-TOTAL
           END-IF.

           IF IRA-YEAR-TOTAL + ADJ-AMOUNT > IRA-LIMIT THEN
              MOVE SPACES TO AASMSG1O
              MOVE IRA-LIMIT TO IRA-EDIT-AMT
              STRING 'Over the ' DELIMITED SIZE
                     IRA-YEAR-TEXT DELIMITED SIZE
                     ' IRA limit of ' DELIMITED SIZE
                     IRA-EDIT-AMT DELIMITED SIZE
                     INTO AASMSG1O
              END-STRING
              MOVE IRA-YEAR-TOTAL TO IRA-EDIT-AMT
              MOVE SPACES TO AASMSG2O
              STRING 'Already contributed ' DELIMITED SIZE
                     IRA-EDIT-AMT DELIMITED SIZE
                     INTO AASMSG2O
              END-STRING
              MOVE 8 TO RET-CODE
              GO TO CHECK-IRA-LIMIT-EXIT
           END-IF.
           MOVE 0 TO RET-CODE.

       CHECK-IRA-LIMIT-EXIT.
           EXIT.

      **************************************************************
      ** CHECK AN IRA CONTRIBUTION OR DISTRIBUTION TAKEN ON THE    **
      ** ADJUSTMENT SCREEN. THE INITIAL-BALANCE FIELD CARRIES THE  **
      ** CONTRIBUTION'S TAX YEAR (BLANK IS THE CURRENT YEAR; THE   **
      ** PRIOR YEAR IS TAKEN THROUGH APRIL 15), OR A DISTRIBUTION'S**
      ** 1099-R CODE AND WITHHOLDING PERCENT AS "CODE,PCT".        **
      **************************************************************
       VALIDATE-IRA-ACTIVITY.
           MOVE CURRENT-DATE-YYYY TO IRA-CUR-YEAR.
           PERFORM ROLL-IRA-CONTRIB-YEAR
              THRU ROLL-IRA-CONTRIB-YEAR-EXIT.
           MOVE 0 TO IRA-WH-AMT IRA-WH-PCT.
           IF ADJ-TXN-TYPE = 'S' THEN
              GO TO VALIDATE-IRA-DIST
           END-IF.

           MOVE IRA-CUR-YEAR TO IRA-WANTED-YEAR.
           IF AASIBALL NOT = 0 AND AASIBALI NOT = SPACES THEN
              IF AASIBALI(1:4) IS NOT NUMERIC THEN
                 MOVE 'Tax year must be 4 digits' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-IRA-ACTIVITY-EXIT
              END-IF
              MOVE AASIBALI(1:4) TO IRA-WANTED-YEAR
           END-IF.
           IF IRA-WANTED-YEAR NOT = IRA-CUR-YEAR THEN
              IF IRA-WANTED-YEAR + 1 NOT = IRA-CUR-YEAR
                 OR CURRENT-DATE-MM > '04'
                 OR (CURRENT-DATE-MM = '04' AND
                     CURRENT-DATE-DD > '15') THEN
                 MOVE 'Tax year must be this year, or last year'
                                                         TO AASMSG1O
                 MOVE 'through April 15' TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-IRA-ACTIVITY-EXIT
              END-IF
           END-IF.
           PERFORM CHECK-IRA-LIMIT THRU CHECK-IRA-LIMIT-EXIT.
           GO TO VALIDATE-IRA-ACTIVITY-EXIT.

       VALIDATE-IRA-DIST.
           IF ADJ-AMOUNT > ACCOUNT-IRA-BAL THEN
              MOVE 'Distribution exceeds the IRA balance' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-IRA-ACTIVITY-EXIT
           END-IF.
           MOVE SPACES TO IRA-DIST-TEXT IRA-WH-TEXT.
           IF AASIBALL NOT = 0 AND AASIBALI NOT = SPACES THEN
              UNSTRING AASIBALI DELIMITED BY ',' OR SPACE
                       INTO IRA-DIST-TEXT IRA-WH-TEXT
              END-UNSTRING
           END-IF.
           IF IRA-DIST-TEXT(2:3) NOT = SPACES THEN
              MOVE '?' TO IRA-DIST-TEXT
           END-IF.
           MOVE IRA-DIST-TEXT(1:1) TO IRA-DIST-CODE.
           IF IRA-DIST-CODE NOT = '1' AND NOT = '2' AND NOT = '3'
              AND NOT = '4' AND NOT = '7' AND NOT = 'G'
              AND NOT = 'J' AND NOT = 'Q' AND NOT = 'T' THEN
              MOVE 'Dist code: 1,2,3,4,7,G,J,Q,T then ,WH%'
                                                         TO AASMSG1O
              MOVE 'e.g. 7,10 in the initial balance field'
                                                         TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-IRA-ACTIVITY-EXIT
           END-IF.

           IF IRA-WH-TEXT NOT = SPACES THEN
              MOVE IRA-WH-TEXT TO EBCDIC-NUM
              PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT
              IF RET-CODE NOT = 0 OR PACKED-NUM > 100 THEN
                 MOVE 'Withholding must be a whole percent 0-100'
                                                         TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-IRA-ACTIVITY-EXIT
              END-IF
              MOVE PACKED-NUM TO IRA-WH-PCT
              COMPUTE IRA-WH-AMT ROUNDED =
                      ADJ-AMOUNT * IRA-WH-PCT / 100
              END-COMPUTE
           END-IF.
           MOVE 0 TO RET-CODE.

       VALIDATE-IRA-ACTIVITY-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE IRA ACTIVITY RECORD FOR THE ITEM JUST POSTED.   **
      ** THE CALLER SETS THE ITEM, ACTIVITY CODE, TAX YEAR, AMOUNT,**
      ** DISTRIBUTION CODE AND WITHHOLDING.                        **
      **************************************************************
       WRITE-IRA-ACTIVITY.
           MOVE ACCOUNT-SSN           TO IRA-SSN.
           MOVE ACCOUNT-NUMBER        TO IRA-ACCT-NUM.
           MOVE ACCOUNT-IRA-PLAN-CODE TO IRA-PLAN-CODE.
           MOVE 'T'                   TO IRA-SOURCE.
           MOVE EIBOPID               TO IRA-OPID.
           MOVE SPACES                TO IRA-ACTIVITY-DATE.
           STRING CURRENT-DATE(7:4) '-'
                  CURRENT-DATE(1:2) '-'
                  CURRENT-DATE(4:2) DELIMITED BY SIZE
                  INTO IRA-ACTIVITY-DATE
           END-STRING.

           MOVE IRA-SSN      TO IRA-KEY-SSN.
           MOVE IRA-ACCT-NUM TO IRA-KEY-ACCT-NUM.
           MOVE IRA-ITEM-NUM TO IRA-KEY-ITEM-NUM.

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
              STRING 'Error writing IRA activity, response code='
                     DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.

       WRITE-IRA-ACTIVITY-EXIT.
           EXIT.

      **************************************************************
      ** POST AN AD HOC INTEREST OR SERVICE CHARGE ENTRY           *
      ** There is no separate BMS map for this action, so the      *
      ** savings-details map's account-number/interest-rate/       *
      ** service-charge fields are reused to collect the account   *
      ** number and the amount to post - the teller fills in       *
      ** either the interest amount or the service charge amount,  *
      ** not both.                                                 *
      **************************************************************
       POST-ADJUSTMENT.
           PERFORM SET-MAP-DEFAULTS-AAS THRU SET-MAP-DEFAULTS-AAS-EXIT.
           MOVE CUSTOMER-NAME TO AASNAMEO.
           MOVE CUSTOMER-SSN  TO AASSSNO.
           MOVE 'Enter acct #, and Interest OR Svc Charge amount'
                                                           TO AASMSG1O.
           MOVE 'IRA: tax year, or dist code,WH% in balance fld'
                                                           TO AASMSG2O.

           EXEC CICS SEND MAP('WGRVAAS') MAPSET('WGRVMAP')
                          FROM (WGRVAASO) ERASE END-EXEC.

           MOVE 'N' TO DONE-ADJ.
           PERFORM UNTIL DONE-ADJ = 'Y'
              EXEC CICS RECEIVE MAP('WGRVAAS') MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              PERFORM VALIDATE-ADJUSTMENT THRU VALIDATE-ADJUSTMENT-EXIT

              IF RET-CODE = 0 THEN
                 MOVE 'Y' TO DONE-ADJ
                 PERFORM POST-ADJUSTMENT-UPDATE
                    THRU POST-ADJUSTMENT-UPDATE-EXIT
              ELSE
                 PERFORM FORMAT-BAD-SAV THRU FORMAT-BAD-SAV-EXIT
              END-IF
           END-PERFORM.

       POST-ADJUSTMENT-EXIT.
           EXIT.

      **************************************************************
      ** VALIDATE THE ACCOUNT NUMBER AND ADJUSTMENT AMOUNT         **
      **************************************************************
       VALIDATE-ADJUSTMENT.
           MOVE 0 TO IRA-WH-AMT.
           IF AASNUML = 0 OR AASNUMI = SPACES THEN
              MOVE 'Account number must not be blank' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

           MOVE CUSTOMER-SSN TO SSN OF ACCT-REC-KEY.
           MOVE AASNUMI      TO NUM OF ACCT-REC-KEY.

           EXEC CICS READ
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account number not found for this customer'
                                                         TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO VALIDATE-ADJUSTMENT-EXIT
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Account file not open' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-ADJUSTMENT-EXIT
              WHEN OTHER
                 MOVE SPACES TO AASMSG1O
                 MOVE RESP-CODE TO EDIT-NUM
                 STRING 'Error reading Account file, response code='
                        DELIMITED SIZE
                        EDIT-NUM DELIMITED SIZE
                        INTO AASMSG1O
                 END-STRING
                 MOVE SPACES TO AASMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO VALIDATE-ADJUSTMENT-EXIT
           END-EVALUATE.

      *    A PAYMENT ON A CHARGED-OFF ACCOUNT IS A RECOVERY, NOT A
      *    DEPOSIT - IT IS TAKEN ON WGRVCRCV
           IF ACCOUNT-CLOSED THEN
              MOVE 'Account is closed' TO AASMSG1O
              MOVE 'Charge-off recoveries are taken on WBCV'
                                                         TO AASMSG2O
              MOVE 4 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

      *    A LOAN COMES THROUGH HERE TOO - A CASH-IN AGAINST IT IS A
      *    LOAN PAYMENT (SEE POST-LOAN-PAYMENT). ON AN IRA THE
      *    INTEREST FIELD TAKES A CONTRIBUTION AND THE SERVICE-
      *    CHARGE FIELD A DISTRIBUTION (SEE VALIDATE-IRA-ACTIVITY).
      *    ON A CREDIT LINE THE INTEREST FIELD TAKES A PAYMENT AND
      *    THE SERVICE-CHARGE FIELD A DRAW
           IF NOT ACCOUNT-TYPE-SAV AND NOT ACCOUNT-TYPE-LON
              AND NOT ACCOUNT-TYPE-IRA AND NOT ACCOUNT-TYPE-LOC THEN
              MOVE 'Ad hoc postings only apply to savings accounts'
                                                         TO AASMSG1O
              MOVE 'and to loan, IRA and credit line accounts'
                                                         TO AASMSG2O
              MOVE 5 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

           IF (AASINTRL = 0 OR AASINTRI = SPACES) AND
              (AASSCHGL = 0 OR AASSCHGI = SPACES) THEN
              MOVE 'Enter an Interest amount or a Svc Charge amount'
                                                         TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 6 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

           IF (AASINTRL NOT = 0 AND AASINTRI NOT = SPACES) AND
              (AASSCHGL NOT = 0 AND AASSCHGI NOT = SPACES) THEN
              MOVE 'Enter only one of Interest or Svc Charge amount'
                                                         TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 7 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

           IF AASINTRL NOT = 0 AND AASINTRI NOT = SPACES THEN
              MOVE AASINTRI TO EBCDIC-NUM
              PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT
              IF RET-CODE NOT = 0 THEN
                 MOVE 'Interest amount must be numeric' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
                 GO TO VALIDATE-ADJUSTMENT-EXIT
              END-IF
              MOVE PACKED-NUM TO ADJ-AMOUNT
              MOVE 'C' TO ADJ-TXN-TYPE
           ELSE
              MOVE AASSCHGI TO EBCDIC-NUM
              PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT
              IF RET-CODE NOT = 0 THEN
                 MOVE 'Svc Charge amount must be numeric' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
                 MOVE 1 TO RET-CODE
                 EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
                 GO TO VALIDATE-ADJUSTMENT-EXIT
              END-IF
              MOVE PACKED-NUM TO ADJ-AMOUNT
              MOVE 'S' TO ADJ-TXN-TYPE
           END-IF.

      *    ONLY A PAYMENT (CASH IN THE INTEREST FIELD) POSTS TO A
      *    LOAN - THERE IS NO SERVICE-CHARGE PATH FOR LOANS
           IF ACCOUNT-TYPE-LON AND ADJ-TXN-TYPE = 'S' THEN
              MOVE 'Only payments (interest field) post to loans'
                                                         TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 5 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

           IF ACCOUNT-TYPE-IRA THEN
              PERFORM VALIDATE-IRA-ACTIVITY
                 THRU VALIDATE-IRA-ACTIVITY-EXIT
              IF RET-CODE NOT = 0 THEN
                 EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
                 GO TO VALIDATE-ADJUSTMENT-EXIT
              END-IF
           END-IF.

      *    A LINE PAYMENT MAY NOT RUN THE BALANCE BELOW ZERO AND A
      *    DRAW MAY NOT TAKE IT PAST THE CREDIT LIMIT
           IF ACCOUNT-TYPE-LOC AND ADJ-TXN-TYPE = 'C' AND
              ADJ-AMOUNT > ACCOUNT-LOC-BAL THEN
              MOVE 'Payment exceeds the line balance' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 5 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.
           IF ACCOUNT-TYPE-LOC AND ADJ-TXN-TYPE = 'S' AND
              (ACCOUNT-LOC-BAL + ADJ-AMOUNT) >
                                    ACCOUNT-LOC-CREDIT-LIMIT THEN
              MOVE 'Draw exceeds the available credit' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 5 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-ADJUSTMENT-EXIT
           END-IF.

      *    THE MENU GATE RAN WITH A ZERO AMOUNT - NOW THAT THE
      *    AMOUNT IS KNOWN THE OPERATOR'S DOLLAR LIMIT APPLIES
           MOVE 'P'        TO ENT-FUNC-CODE.
           MOVE ADJ-AMOUNT TO ENT-AMOUNT.
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT.
           IF NOT ENT-ALLOWED THEN
              MOVE 'Amount exceeds the operator limit' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 9 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
                 EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
                 GO TO VALIDATE-ADJUSTMENT-EXIT
              END-IF
              IF NOT ACCOUNT-TYPE-LON AND NOT ACCOUNT-TYPE-LOC AND
                 (ACCOUNT-SAV-BAL - FREEZE-TOTAL) < ADJ-AMOUNT THEN
                 MOVE 'Amount held under a legal order' TO AASMSG1O
                 MOVE SPACES TO AASMSG2O
              GO TO POST-ADJUSTMENT-UPDATE-EXIT
           END-IF.

      *    AN IRA CREDIT IS A CONTRIBUTION TO THE TAX YEAR CHOSEN,
      *    AN IRA DEBIT A DISTRIBUTION - NEITHER IS A FEE NOR A
      *    CYCLE WITHDRAWAL
           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-IRA AND ADJ-TXN-TYPE = 'C'
                 ADD ADJ-AMOUNT TO ACCOUNT-IRA-BAL
                 IF IRA-WANTED-YEAR = ACCOUNT-IRA-CONTRIB-YEAR
                    ADD ADJ-AMOUNT TO ACCOUNT-IRA-CUR-CONTRIB
                 ELSE
                    ADD ADJ-AMOUNT TO ACCOUNT-IRA-PRI-CONTRIB
                 END-IF
                 MOVE IRA-WANTED-YEAR TO IRA-YEAR-TEXT
                 MOVE SPACES TO IRA-TXN-MEMO
                 STRING 'IRA CONTRIB ' DELIMITED SIZE
                        IRA-YEAR-TEXT  DELIMITED SIZE
                        INTO IRA-TXN-MEMO
                 END-STRING
              WHEN ACCOUNT-TYPE-IRA
                 SUBTRACT ADJ-AMOUNT FROM ACCOUNT-IRA-BAL
                 MOVE 'D' TO ADJ-TXN-TYPE
                 MOVE IRA-CUR-YEAR TO IRA-WANTED-YEAR
                 MOVE SPACES TO IRA-TXN-MEMO
                 STRING 'IRA DIST CODE ' DELIMITED SIZE
                        IRA-DIST-CODE    DELIMITED SIZE
                        INTO IRA-TXN-MEMO
                 END-STRING
      *          THE WITHHELD TAX IS AN ITEM OF ITS OWN
                 IF IRA-WH-AMT > 0
                    ADD 1 TO ACCOUNT-IRA-DETAIL-ITEMS
                 END-IF
      *       A LINE PAYMENT WORKS DOWN THE BILLED MINIMUM FIRST;
      *       A DRAW POSTS AS AN ORDINARY DEBIT ITEM
              WHEN ACCOUNT-TYPE-LOC AND ADJ-TXN-TYPE = 'C'
                 SUBTRACT ADJ-AMOUNT FROM ACCOUNT-LOC-BAL
                 IF ADJ-AMOUNT < ACCOUNT-LOC-MIN-DUE
                    SUBTRACT ADJ-AMOUNT FROM ACCOUNT-LOC-MIN-DUE
                 ELSE
                    MOVE 0 TO ACCOUNT-LOC-MIN-DUE
                 END-IF
                 MOVE 'LINE PAYMENT' TO LOC-TXN-MEMO
              WHEN ACCOUNT-TYPE-LOC
                 ADD ADJ-AMOUNT TO ACCOUNT-LOC-BAL
                 MOVE 'D' TO ADJ-TXN-TYPE
                 MOVE 'LINE DRAW' TO LOC-TXN-MEMO
              WHEN ADJ-TXN-TYPE = 'C'
                 ADD ADJ-AMOUNT TO ACCOUNT-SAV-BAL
              WHEN ADJ-TXN-TYPE = 'S'
                 SUBTRACT ADJ-AMOUNT FROM ACCOUNT-SAV-BAL
      *          SERVICE CHARGES ROLL INTO THE YEAR-TO-DATE FEE
      *          ACCUMULATOR PRINTED ON THE STATEMENTS
                    ADD 1 TO ACCOUNT-CYC-WD-COUNT
                 END-IF
           END-EVALUATE.
           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-LOC
                 ADD 1 TO ACCOUNT-LOC-DETAIL-ITEMS
              WHEN ACCOUNT-TYPE-IRA
                 ADD 1 TO ACCOUNT-IRA-DETAIL-ITEMS
              WHEN OTHER
                 ADD 1 TO ACCOUNT-SAV-DETAIL-ITEMS
           END-EVALUATE.

           EXEC CICS REWRITE
                     DATASET(WBACCTDB-DD)
                 GO TO POST-ADJUSTMENT-UPDATE-EXIT
           END-EVALUATE.

           IF ACCOUNT-TYPE-IRA THEN
              PERFORM ADD-IRA-TX-DETAIL THRU ADD-IRA-TX-DETAIL-EXIT
           ELSE
              PERFORM ADD-ADJUSTMENT-TX-DETAIL
                 THRU ADD-ADJUSTMENT-TX-DETAIL-EXIT
           END-IF.

           IF ACCOUNT-TYPE-IRA THEN
              MOVE IRA-MAIN-ITEM   TO IRA-ITEM-NUM
              MOVE IRA-WANTED-YEAR TO IRA-TAX-YEAR
              MOVE ADJ-AMOUNT      TO IRA-AMOUNT
              IF ADJ-TXN-TYPE = 'C' THEN
                 MOVE 'C'   TO IRA-ACTIVITY-CODE
                 MOVE SPACE TO IRA-DIST-CODE
                 MOVE 0     TO IRA-FED-WH
              ELSE
                 MOVE 'D'        TO IRA-ACTIVITY-CODE
                 MOVE IRA-WH-AMT TO IRA-FED-WH
              END-IF
              PERFORM WRITE-IRA-ACTIVITY THRU WRITE-IRA-ACTIVITY-EXIT
           END-IF.

      *    THE SELECTED SIGNER RIDES ON THE TRANSACTION'S AUDIT
      *    TRAIL AND IS CONSUMED BY THE POSTING

      *    CASH TAKEN IN OR PAID OUT AT THE WINDOW ROLLS INTO THE
      *    OPERATOR'S DRAWER POSITION FOR THE DAY
      *    - AN IRA DISTRIBUTION PAYS OUT NET OF THE WITHHOLDING
           MOVE 0 TO DRW-IN-AMT DRW-OUT-AMT.
           IF ADJ-TXN-TYPE = 'C'
              MOVE ADJ-AMOUNT TO DRW-IN-AMT
           ELSE
              COMPUTE DRW-OUT-AMT = ADJ-AMOUNT - IRA-WH-AMT
           END-IF.
           PERFORM UPDATE-DRAWER THRU UPDATE-DRAWER-EXIT.

           MOVE ADJ-TXN-TYPE   TO TXN-TYPE.
           MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM.
           MOVE ADJ-AMOUNT     TO TXN-AMOUNT.
           MOVE SPACES         TO TXN-MEMO.
           IF ACCOUNT-TYPE-IRA THEN
              MOVE IRA-TXN-ITEM   TO TXN-ITEM-NUM
              MOVE IRA-TXN-AMOUNT TO TXN-AMOUNT
              MOVE IRA-TXN-MEMO   TO TXN-MEMO
           END-IF.
           IF ACCOUNT-TYPE-LOC THEN
              MOVE ACCOUNT-LOC-DETAIL-ITEMS TO TXN-ITEM-NUM
              MOVE LOC-TXN-MEMO TO TXN-MEMO
           END-IF.

           MOVE TXN-SSN      TO SSN      OF TXN-REC-KEY.
           MOVE TXN-ACCT-NUM TO NUM      OF TXN-REC-KEY.
       ADD-ADJUSTMENT-TX-DETAIL-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE TXN DETAIL FOR AN IRA ADJUSTMENT. A DISTRIBUTION**
      ** WITH TAX WITHHELD IS TWO DEBIT ITEMS - THE NET CASH PAID  **
      ** OUT, THEN THE WITHHOLDING - SO THE ACCOUNT, THE DRAWER    **
      ** AND THE HISTORY TIE OUT. IRA-MAIN-ITEM IS THE ITEM THE    **
      ** WBIRADB ACTIVITY RECORD POINTS TO.                        **
      **************************************************************
       ADD-IRA-TX-DETAIL.
           IF ADJ-TXN-TYPE = 'D' AND IRA-WH-AMT > 0 THEN
              COMPUTE IRA-TXN-AMOUNT = ADJ-AMOUNT - IRA-WH-AMT
              COMPUTE IRA-TXN-ITEM = ACCOUNT-IRA-DETAIL-ITEMS - 1
              MOVE IRA-TXN-ITEM TO IRA-MAIN-ITEM
              PERFORM ADD-ADJUSTMENT-TX-DETAIL
                 THRU ADD-ADJUSTMENT-TX-DETAIL-EXIT
              MOVE IRA-WH-AMT               TO IRA-TXN-AMOUNT
              MOVE ACCOUNT-IRA-DETAIL-ITEMS TO IRA-TXN-ITEM
              MOVE 'IRA FED WITHHOLDING'    TO IRA-TXN-MEMO
              PERFORM ADD-ADJUSTMENT-TX-DETAIL
                 THRU ADD-ADJUSTMENT-TX-DETAIL-EXIT
           ELSE
              MOVE ADJ-AMOUNT               TO IRA-TXN-AMOUNT
              MOVE ACCOUNT-IRA-DETAIL-ITEMS TO IRA-TXN-ITEM
              MOVE IRA-TXN-ITEM             TO IRA-MAIN-ITEM
              PERFORM ADD-ADJUSTMENT-TX-DETAIL
                 THRU ADD-ADJUSTMENT-TX-DETAIL-EXIT
           END-IF.

       ADD-IRA-TX-DETAIL-EXIT.
           EXIT.

      **************************************************************
      ** CLOSE AN EXISTING ACCOUNT                                 *
      ** There is no separate BMS map for this action, so the      *
      ** checking-details map's SSN/account-number fields are      *
      ** reused to collect the account number to close; the        *
      ** overdraft link-account field carries an optional two-     *
      ** letter closing reason (CR customer request, MV moved away,*
      ** SV service, FE rates and fees, DC deceased, BK closed by  *
      ** the bank, OT other). A blank reason is taken as CR.       *
      **************************************************************
       CLOSE-ACCOUNT.
           PERFORM SET-MAP-DEFAULTS-AAC THRU SET-MAP-DEFAULTS-AAC-EXIT.
           MOVE CUSTOMER-NAME TO AACNAMEO.
           MOVE CUSTOMER-SSN  TO AACSSNO.
           MOVE 'Enter the account number to close' TO AACMSG1O.
           MOVE 'Reason in link acct: CR MV SV FE DC BK OT (blank=CR)'
                                                         TO AACMSG2O.

           EXEC CICS SEND MAP('WGRVAAC') MAPSET('WGRVMAP')
                          FROM(WGRVAACO) ERASE END-EXEC.
              GO TO VALIDATE-CLOSE-ACCT-EXIT
           END-IF.

           IF AACODLAL = 0 OR AACODLAI = SPACES THEN
              MOVE 'CR' TO CLOSE-REASON-CODE
           ELSE
              MOVE AACODLAI(1:2) TO CLOSE-REASON-CODE
           END-IF.
           IF NOT CLOSE-REASON-VALID THEN
              MOVE 'Closing reason must be CR MV SV FE DC BK or OT'
                                                         TO AACMSG1O
              MOVE SPACES TO AACMSG2O
              MOVE 6 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-CLOSE-ACCT-EXIT
           END-IF.

           EVALUATE ACCOUNT-TYPE-CODE
              WHEN 'C'
                 IF ACCOUNT-CHK-BAL > 1 OR ACCOUNT-CHK-BAL < -1 THEN
                    MOVE 5 TO RET-CODE
                    GO TO VALIDATE-CLOSE-ACCT-EXIT
                 END-IF
              WHEN 'I'
                 IF ACCOUNT-IRA-BAL > 1 OR ACCOUNT-IRA-BAL < -1 THEN
                    MOVE 'Balance must be at or near zero to close'
                                                         TO AACMSG1O
                    MOVE 'Distribute the IRA balance first' TO AACMSG2O
                    MOVE 5 TO RET-CODE
                    GO TO VALIDATE-CLOSE-ACCT-EXIT
                 END-IF
              WHEN 'R'
                 IF ACCOUNT-LOC-BAL NOT = 0 THEN
                    MOVE 'Line must be paid off to close' TO AACMSG1O
                    MOVE SPACES TO AACMSG2O
                    MOVE 5 TO RET-CODE
                    GO TO VALIDATE-CLOSE-ACCT-EXIT
                 END-IF
           END-EVALUATE.

       VALIDATE-CLOSE-ACCT-EXIT.
                 ADD 1 TO ACCOUNT-CHK-DETAIL-ITEMS
              WHEN 'S'
                 ADD 1 TO ACCOUNT-SAV-DETAIL-ITEMS
              WHEN 'I'
                 ADD 1 TO ACCOUNT-IRA-DETAIL-ITEMS
              WHEN 'R'
                 ADD 1 TO ACCOUNT-LOC-DETAIL-ITEMS
           END-EVALUATE.

           EXEC CICS REWRITE

           PERFORM ADD-CLOSE-TX-DETAIL THRU ADD-CLOSE-TX-DETAIL-EXIT.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Account closed ' DELIMITED SIZE
                  ACCOUNT-NUMBER    DELIMITED SIZE
                  ' reason '        DELIMITED SIZE
                  CLOSE-REASON-CODE DELIMITED SIZE
                  ' by '            DELIMITED SIZE
                  EIBOPID           DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CLOSE-ACCT-UPDATE-EXIT.
           EXIT.

           MOVE ACCOUNT-SSN    TO TXN-SSN.
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM.
           MOVE 'X'            TO TXN-TYPE.
           MOVE SPACES         TO TXN-MEMO.
           STRING 'ACCOUNT CLOSED ' DELIMITED SIZE
                  CLOSE-REASON-CODE DELIMITED SIZE
                  INTO TXN-MEMO
           END-STRING.
           EVALUATE ACCOUNT-TYPE-CODE
              WHEN 'C'
                 MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN 'S'
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
                 MOVE ACCOUNT-SAV-BAL          TO TXN-AMOUNT
              WHEN 'I'
                 MOVE ACCOUNT-IRA-DETAIL-ITEMS TO TXN-ITEM-NUM
                 MOVE ACCOUNT-IRA-BAL          TO TXN-AMOUNT
              WHEN 'R'
                 MOVE ACCOUNT-LOC-DETAIL-ITEMS TO TXN-ITEM-NUM
                 MOVE ACCOUNT-LOC-BAL          TO TXN-AMOUNT
           END-EVALUATE.

           MOVE TXN-SSN      TO SSN      OF TXN-REC-KEY.
              GO TO VALIDATE-REVERSAL-EXIT
           END-IF.

      *    LOAN AND CREDIT-LINE LEDGERS RUN THE OTHER WAY AND HAVE
      *    NO REVERSAL PATH HERE - REFUSE THEM OUTRIGHT RATHER THAN
      *    WRITE AN 'R' ITEM THAT NEVER TOUCHES THE BALANCE
           IF ACCOUNT-TYPE-LON OR ACCOUNT-TYPE-LOC THEN
              MOVE 'Loan items cannot be reversed at the window'
                                                         TO AACMSG1O
              MOVE SPACES TO AACMSG2O
              GO TO VALIDATE-REVERSAL-EXIT
           END-IF.

      *    AN IRA ITEM IS ALREADY ON WBIRADB FOR THE 5498/1099-R
      *    RUN - A CORRECTION IS POSTED AS AN OFFSETTING ITEM
           IF ACCOUNT-TYPE-IRA THEN
              MOVE 'IRA items cannot be reversed at the window'
                                                         TO AACMSG1O
              MOVE SPACES TO AACMSG2O
              MOVE 4 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO VALIDATE-REVERSAL-EXIT
           END-IF.

           MOVE CUSTOMER-SSN TO SSN      OF TXN-REC-KEY.
           MOVE AACNUMI      TO NUM      OF TXN-REC-KEY.
           MOVE REV-ITEM-NUM TO ITEM-NUM OF TXN-REC-KEY.
      ** There is no separate BMS map for this action, so the      *
      ** savings-details map is reused: the account number goes    *
      ** in its usual field, the hold amount rides in the interest *
      ** field as the deposit amount, and the deposit type (CA,    *
      ** OC, LC, GV or EN - blank is LC) rides in the service-     *
      ** charge field. The hold policy derives the rest. For a     *
      ** check, the teller may key its MICR line as routing,       *
      ** account,serial in the initial-balance field; the check is *
      ** then checked against and added to the deposited-item      *
      ** history.                                                  *
      **************************************************************
       PLACE-DEPOSIT-HOLD.
           PERFORM SET-MAP-DEFAULTS-AAS THRU SET-MAP-DEFAULTS-AAS-EXIT.
           MOVE CUSTOMER-NAME TO AASNAMEO.
           MOVE CUSTOMER-SSN  TO AASSSNO.
           MOVE 'Enter acct #, deposit (int fld), type (chg fld)'
                                                           TO AASMSG1O.
           MOVE 'Check MICR (init bal fld): routing,account,serial'
                                                           TO AASMSG2O.

           EXEC CICS SEND MAP('WGRVAAS') MAPSET('WGRVMAP')
                          FROM (WGRVAASO) ERASE END-EXEC.
              IF RET-CODE = 0 THEN
                 MOVE 'Y' TO DONE-HLD
                 PERFORM WRITE-HOLD-RECORD THRU WRITE-HOLD-RECORD-EXIT
                 IF MICR-WAS-KEYED THEN
                    PERFORM WRITE-DEPOSITED-ITEM THRU
                            WRITE-DEPOSITED-ITEM-EXIT
                 END-IF
              ELSE
                 PERFORM FORMAT-BAD-SAV THRU FORMAT-BAD-SAV-EXIT
              END-IF
           EXIT.

      **************************************************************
      ** VALIDATE THE HOLD ACCOUNT, DEPOSIT AMOUNT AND TYPE, THEN  **
      ** DERIVE THE HOLD FROM THE POLICY                           **
      **************************************************************
       VALIDATE-HOLD.
           IF AASNUML = 0 OR AASNUMI = SPACES THEN
           END-IF.

           IF AASINTRL = 0 OR AASINTRI = SPACES THEN
              MOVE 'Deposit amount must not be blank' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-HOLD-EXIT
           MOVE AASINTRI TO EBCDIC-NUM.
           PERFORM EBCDIC-TO-PACKED THRU EBCDIC-TO-PACKED-EXIT.
           IF RET-CODE NOT = 0 OR PACKED-NUM NOT > 0 THEN
              MOVE 'Deposit amount must be numeric' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-HOLD-EXIT
           END-IF.
           MOVE PACKED-NUM TO HOLD-DEPOSIT-AMT.

           IF AASSCHGL = 0 OR AASSCHGI = SPACES THEN
              MOVE 'LC' TO HOLD-DEP-TYPE-IN
           ELSE
              MOVE AASSCHGI(1:2) TO HOLD-DEP-TYPE-IN
           END-IF.
           IF NOT HOLD-DEP-TYPE-VALID THEN
              MOVE 'Deposit type must be CA, OC, LC, GV or EN'
                                                         TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-HOLD-EXIT
           END-IF.

           MOVE 'N' TO MICR-KEYED-SW.
           IF AASIBALL NOT = 0 AND AASIBALI NOT = SPACES THEN
              PERFORM VALIDATE-HOLD-MICR THRU VALIDATE-HOLD-MICR-EXIT
              IF RET-CODE NOT = 0 THEN
                 GO TO VALIDATE-HOLD-EXIT
              END-IF
           END-IF.

           PERFORM APPLY-HOLD-POLICY THRU APPLY-HOLD-POLICY-EXIT.

      *    THE MENU GATE RAN WITH A ZERO AMOUNT - NOW THAT THE
      *    AMOUNT IS KNOWN THE OPERATOR'S DOLLAR LIMIT APPLIES
           MOVE 'H'            TO ENT-FUNC-CODE.
       VALIDATE-HOLD-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT THE KEYED MICR LINE AND REFUSE A CHECK ALREADY ON   **
      ** THE DEPOSITED-ITEM HISTORY, WHATEVER CHANNEL TOOK IT      **
      **************************************************************
       VALIDATE-HOLD-MICR.
           MOVE SPACES TO MICR-ROUTING-TEXT MICR-ACCT-TEXT
                          MICR-SERIAL-TEXT.
           MOVE 0 TO MICR-SERIAL-LEN.
           UNSTRING AASIBALI DELIMITED BY ',' OR SPACE
                    INTO MICR-ROUTING-TEXT
                         MICR-ACCT-TEXT
                         MICR-SERIAL-TEXT COUNT IN MICR-SERIAL-LEN
           END-UNSTRING.

           IF MICR-ROUTING-TEXT(1:9) IS NOT NUMERIC OR
              MICR-ROUTING-TEXT(10:3) NOT = SPACES OR
              MICR-ACCT-TEXT = SPACES OR
              MICR-ACCT-TEXT(18:3) NOT = SPACES OR
              MICR-SERIAL-LEN < 1 OR MICR-SERIAL-LEN > 10 THEN
              MOVE 'Check MICR must be routing,account,serial'
                                                         TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-HOLD-MICR-EXIT
           END-IF.
           IF MICR-SERIAL-TEXT(1:MICR-SERIAL-LEN) IS NOT NUMERIC THEN
              MOVE 'Check serial number must be numeric' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-HOLD-MICR-EXIT
           END-IF.

           MOVE MICR-ROUTING-TEXT(1:9)  TO DIT-KEY-ROUTING.
           MOVE MICR-ACCT-TEXT(1:17)    TO DIT-KEY-MICR-ACCT.
           MOVE MICR-SERIAL-TEXT(1:MICR-SERIAL-LEN) TO DIT-KEY-SERIAL.

           EXEC CICS READ
                     DATASET(WBDITMDB-DD)
                     INTO(DEPOSITED-ITEM-RECORD)
                     LENGTH(LENGTH OF DEPOSITED-ITEM-RECORD)
                     RIDFLD(DIT-REC-KEY)
                     KEYLENGTH(LENGTH OF DIT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           IF RESP-CODE = DFHRESP(NORMAL) THEN
              EVALUATE TRUE
                 WHEN DIT-CHANNEL-MOBILE
                    MOVE 'mobile' TO MICR-CHANNEL-NAME
                 WHEN DIT-CHANNEL-TELLER
                    MOVE 'teller' TO MICR-CHANNEL-NAME
                 WHEN DIT-CHANNEL-ATM
                    MOVE 'ATM'    TO MICR-CHANNEL-NAME
                 WHEN OTHER
                    MOVE 'other'  TO MICR-CHANNEL-NAME
              END-EVALUATE
              MOVE SPACES TO AASMSG1O
              STRING 'Check already deposited by ' DELIMITED SIZE
                     MICR-CHANNEL-NAME DELIMITED SPACE
                     ' on ' DELIMITED SIZE
                     DIT-DEPOSIT-DATE DELIMITED SIZE
                     ' to acct ' DELIMITED SIZE
                     DIT-ACCT-NUM DELIMITED SIZE
                     INTO AASMSG1O
              END-STRING
              MOVE SPACES TO AASMSG2O
              MOVE 4 TO RET-CODE
              GO TO VALIDATE-HOLD-MICR-EXIT
           END-IF.

           MOVE 'Y' TO MICR-KEYED-SW.
           MOVE 0 TO RET-CODE.

       VALIDATE-HOLD-MICR-EXIT.
           EXIT.

      **************************************************************
      ** RECORD THE TELLER'S CHECK ON THE DEPOSITED-ITEM HISTORY   **
      **************************************************************
       WRITE-DEPOSITED-ITEM.
           MOVE SPACES            TO DEPOSITED-ITEM-RECORD.
           MOVE DIT-KEY-ROUTING   TO DIT-ROUTING.
           MOVE DIT-KEY-MICR-ACCT TO DIT-MICR-ACCT.
           MOVE DIT-KEY-SERIAL    TO DIT-SERIAL.
           MOVE 'T'               TO DIT-CHANNEL-CODE.
           MOVE CUSTOMER-SSN      TO DIT-SSN.
           MOVE AASNUMI           TO DIT-ACCT-NUM.
           MOVE HOLD-DEPOSIT-AMT  TO DIT-AMOUNT.
           MOVE HOLD-TODAY-ISO    TO DIT-DEPOSIT-DATE.
           MOVE EIBTRMID          TO DIT-ITEM-REF.
           MOVE EIBOPID           TO DIT-SOURCE-ID.

           EXEC CICS WRITE
                     DATASET(WBDITMDB-DD)
                     FROM(DEPOSITED-ITEM-RECORD)
                     LENGTH(LENGTH OF DEPOSITED-ITEM-RECORD)
                     KEYLENGTH(LENGTH OF DIT-REC-KEY)
                     RIDFLD(DIT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           MOVE SPACES TO LOG-MSG-BUFFER.
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              MOVE RESP-CODE TO EDIT-NUM
              STRING 'Error recording deposited check, response code='
                     DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
           ELSE
              STRING 'Deposited check recorded for acct ' DELIMITED SIZE
                     AASNUMI DELIMITED SIZE
                     ' serial ' DELIMITED SIZE
                     DIT-KEY-SERIAL DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     EIBOPID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
           END-IF.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       WRITE-DEPOSITED-ITEM-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE HOLD WITH THE NEXT FREE SEQUENCE FOR THE KEY    **
      **************************************************************
       WRITE-HOLD-RECORD.
           IF HOLD-AMOUNT-IN NOT > 0 OR HOLD-DAYS-IN = 0 THEN
              MOVE 'No hold required for this deposit' TO AASMSG1O
              MOVE SPACES TO AASMSG2O
              GO TO WRITE-HOLD-RECORD-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(HOLD-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(HOLD-UTIME)
                                YYYYMMDD(HOLD-PLACED-ISO)
              GO TO WRITE-HOLD-RECORD-EXIT
           END-IF.

           MOVE HOLD-AMOUNT-IN TO HOLD-EDIT-AMT.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Deposit hold placed on acct ' DELIMITED SIZE
                  AASNUMI DELIMITED SIZE
                  HOLD-EDIT-AMT DELIMITED SIZE
                  ' until ' DELIMITED SIZE
                  HOLD-RELEASE-ISO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  HOLD-REASON DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

           IF HOLD-REASON NOT = SPACES THEN
              MOVE CUSTOMER-SSN TO NTF-SSN
              MOVE AASNUMI      TO NTF-ACCT-NUM
              MOVE 'HN'         TO NTF-TYPE-CODE
              MOVE SPACES       TO NTF-TEXT
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

       WRITE-HOLD-RECORD-EXIT.
           EXIT.

      **************************************************************
      ** DERIVE THE HOLD FROM THE DEPOSIT TYPE'S POLICY ENTRY: THE **
      ** NEXT-DAY AMOUNT IS RELEASED, THE REST HELD FOR THE        **
      ** STANDARD DAYS, AND THE LONGEST APPLICABLE EXCEPTION       **
      ** (NEW ACCOUNT, LARGE DEPOSIT, REPEATED OVERDRAFTS) WINS    **
      ** AND NAMES THE REASON FOR THE HOLD NOTICE.                 **
      **************************************************************
       APPLY-HOLD-POLICY.
           MOVE HOLD-DEPOSIT-AMT TO HOLD-AMOUNT-IN.
           MOVE 2                TO HOLD-DAYS-IN.
           MOVE SPACES           TO HOLD-REASON.

           EXEC CICS ASKTIME ABSTIME(HOLD-CALC-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(HOLD-CALC-UTIME)
                                YYYYMMDD(HOLD-TODAY-ISO)
                                DATESEP('-')
                                END-EXEC.

           MOVE HOLD-DEP-TYPE-IN TO HPL-KEY-DEP-TYPE.
           EXEC CICS READ
                     DATASET(WBHPOLDB-DD)
                     INTO(HOLD-POLICY-RECORD)
                     LENGTH(LENGTH OF HOLD-POLICY-RECORD)
                     RIDFLD(HPL-REC-KEY)
                     KEYLENGTH(LENGTH OF HPL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
      *    NO ENTRY (OR NO POLICY FILE) KEEPS THE DEFAULT HOLD
           IF RESP-CODE NOT = 0 THEN
              GO TO APPLY-HOLD-POLICY-EXIT
           END-IF.
           IF HPL-EFFECTIVE-DATE > HOLD-TODAY-ISO THEN
              GO TO APPLY-HOLD-POLICY-EXIT
           END-IF.

           COMPUTE HOLD-AMOUNT-IN = HOLD-DEPOSIT-AMT - HPL-NEXT-DAY-AMT
           END-COMPUTE.
           IF HOLD-AMOUNT-IN < 0 THEN
              MOVE 0 TO HOLD-AMOUNT-IN
           END-IF.
           MOVE HPL-STD-DAYS TO HOLD-DAYS-IN.

           IF HPL-NEW-ACCT-AGE > 0 OR HPL-OD-COUNT > 0 THEN
              PERFORM SCAN-HOLD-HISTORY THRU SCAN-HOLD-HISTORY-EXIT
           END-IF.

           IF HPL-NEW-ACCT-AGE > 0 AND
              HOLD-OPEN-ISO > HOLD-NEW-CUTOFF-ISO AND
              HPL-NEW-ACCT-DAYS > HOLD-DAYS-IN THEN
              MOVE HPL-NEW-ACCT-DAYS TO HOLD-DAYS-IN
              MOVE 'NEW ACCOUNT'     TO HOLD-REASON
           END-IF.

           IF HPL-LARGE-AMT > 0 AND
              HOLD-DEPOSIT-AMT > HPL-LARGE-AMT AND
              HPL-LARGE-DAYS > HOLD-DAYS-IN THEN
              MOVE HPL-LARGE-DAYS    TO HOLD-DAYS-IN
              MOVE 'LARGE DEPOSIT'   TO HOLD-REASON
           END-IF.

           IF HPL-OD-COUNT > 0 AND
              HOLD-OD-FOUND NOT < HPL-OD-COUNT AND
              HPL-OD-DAYS > HOLD-DAYS-IN THEN
              MOVE HPL-OD-DAYS       TO HOLD-DAYS-IN
              MOVE 'REPEATED OD'     TO HOLD-REASON
           END-IF.

       APPLY-HOLD-POLICY-EXIT.
           EXIT.

      **************************************************************
      ** BROWSE THE ACCOUNT'S ITEMS FOR ITS OPENING DATE (ITEM 1)  **
      ** AND THE OVERDRAFT CHARGES POSTED IN THE LAST SIX MONTHS.  **
      ** ONLINE ITEMS CARRY MM/DD/YYYY, BATCH ITEMS YYYY-MM-DD.    **
      **************************************************************
       SCAN-HOLD-HISTORY.
           MOVE SPACES TO HOLD-OPEN-ISO.
           MOVE 0      TO HOLD-OD-FOUND.

      *    ABSTIME IS MILLISECONDS - STEP BACK TO EACH CUTOFF DATE
           COMPUTE HOLD-UTIME = HOLD-CALC-UTIME
                              - (HPL-NEW-ACCT-AGE * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(HOLD-UTIME)
                                YYYYMMDD(HOLD-NEW-CUTOFF-ISO)
                                DATESEP('-')
                                END-EXEC.
           COMPUTE HOLD-UTIME = HOLD-CALC-UTIME - (182 * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(HOLD-UTIME)
                                YYYYMMDD(HOLD-OD-CUTOFF-ISO)
                                DATESEP('-')
                                END-EXEC.

           MOVE CUSTOMER-SSN TO SSN      OF TXN-REC-KEY.
           MOVE AASNUMI      TO NUM      OF TXN-REC-KEY.
           MOVE 0            TO ITEM-NUM OF TXN-REC-KEY.
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

           MOVE 'N' TO HOLD-SCAN-DONE.
           PERFORM UNTIL HOLD-SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBTXNDB-DD)
                        INTO(TXN-DETAILS)
                        LENGTH(LENGTH OF TXN-DETAILS)
                        RIDFLD(TXN-REC-KEY)
                        KEYLENGTH(LENGTH OF TXN-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO HOLD-SCAN-DONE
              ELSE
                 IF TXN-SSN NOT = CUSTOMER-SSN OR
                    TXN-ACCT-NUM NOT = AASNUMI THEN
                    MOVE 'Y' TO HOLD-SCAN-DONE
                 ELSE
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
                    END-IF
                    IF HOLD-OPEN-ISO = SPACES THEN
                       MOVE HOLD-TXN-ISO TO HOLD-OPEN-ISO
                    END-IF
                    IF TXN-TYPE-ODCHG AND
                       HOLD-TXN-ISO > HOLD-OD-CUTOFF-ISO THEN
                       ADD 1 TO HOLD-OD-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBTXNDB-DD)
                           RESP(RESP-CODE) END-EXEC.

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

      **************************************************************
      ** FIND THE NEXT FREE HOLD SEQUENCE FOR THE ACCOUNT          **
      **************************************************************
                 MOVE EIBOPID       TO DRW-OPID
                 MOVE DRW-TODAY-ISO TO DRW-DATE
                 MOVE 0 TO DRW-CASH-IN DRW-CASH-OUT DRW-TXN-COUNT
                           DRW-DECLARED-AMT
                 MOVE 'N' TO DRW-DECLARED-SW
      *          THE DAY'S NEW DRAWER RECORD CARRIES THE TELLER'S
      *          BRANCH SO DRAWRPT CAN BREAK BY BRANCH
                 PERFORM SET-DRAWER-BRANCH THRU
           ADD DRW-IN-AMT  TO DRW-CASH-IN.
           ADD DRW-OUT-AMT TO DRW-CASH-OUT.
           ADD 1           TO DRW-TXN-COUNT.
      *    CASH MOVING AFTER THE CLOSE-OUT COUNT MAKES THE COUNT
      *    STALE - THE SUPERVISOR HAS TO TAKE IT AGAIN ON WGRVBCLS
           MOVE 'N'        TO DRW-DECLARED-SW.

           IF DRAWER-REC-EXISTS THEN
              EXEC CICS REWRITE
       WRITE-JRN-COMMON-EXIT.
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
           IF SCHED-AS-OF-DATE NOT = SPACES THEN
              MOVE SCHED-AS-OF-DATE TO FEE-AS-OF-DATE
           ELSE
              EXEC CICS ASKTIME ABSTIME(FEE-UTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(FEE-UTIME)
                                   YYYYMMDD(FEE-AS-OF-DATE)
                                   DATESEP('-')
                                   END-EXEC
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

       END-WGRVADDA.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
