      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** PAYABLE-ON-DEATH BENEFICIARY MAINTENANCE FOR TELLERS. THE   *
      ** COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS        *
      **    A,SSN,ACCT,NAME,BENESSN,RELATION,PCT - NAME A           *
      **        BENEFICIARY: BENESSN MAY BE LEFT BLANK, PCT IS THE   *
      **        SHARE AS 99.99; EFFECTIVE FROM TODAY. THE SHARES OF  *
      **        THE ACCOUNT'S ACTIVE BENEFICIARIES MAY NOT PASS 100  *
      **    R,SSN,ACCT,SEQ - REMOVE A BENEFICIARY                     *
      **    L,SSN,ACCT     - LIST THE ACCOUNT'S DESIGNATIONS         *
      ** LOANS CANNOT CARRY A DESIGNATION. FDICRPT INSURES AN        *
      ** ACCOUNT WITH ACTIVE BENEFICIARIES UNDER THE REVOCABLE-TRUST *
      ** CATEGORY AND STMTGEN PRINTS THEM ON THE STATEMENT. EVERY    *
      ** ACTION IS LOGGED TO WBAUDTDB. REACHED FROM THE WGRVCUSL     *
      ** CUSTOMER SCREEN WITH PF10.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBENE.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBBENEDB-DD                 PIC X(8)   VALUE 'WBBENEDB'.
       01 BEN-REC-KEY.
          05 BEN-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 BEN-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
          05 BEN-KEY-SEQ              PIC 9(4)   VALUE 0.
       01 BENEFICIARY-RECORD.
          05 BEN-SSN                  PIC X(9).
          05 BEN-ACCT-NUM             PIC X(10).
          05 BEN-SEQ                  PIC 9(4).
          05 BEN-NAME                 PIC X(30).
          05 BEN-BENE-SSN             PIC X(9).
          05 BEN-RELATIONSHIP         PIC X(10).
          05 BEN-SHARE-PCT            PIC 9(3)V99.
          05 BEN-EFFECTIVE-DATE       PIC X(10).
          05 BEN-STATUS-CODE          PIC X(1).
             88 BEN-STATUS-ACTIVE            VALUE 'A'.
             88 BEN-STATUS-REMOVED           VALUE 'R'.
          05 FILLER                   PIC X(12).

       01 WBACCTDB-DD                 PIC X(8)    VALUE 'WBACCTDB'.
       01 ACCT-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 NUM                         PIC X(10)  VALUE SPACES.

       01  ACCOUNT-RECORD.
           05 ACCOUNT-SSN                 PIC X(9).
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-TYPE.
              10 ACCOUNT-TYPE-CODE        PIC X.
                 88 ACCOUNT-TYPE-CHK            VALUE 'C'.
                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
                 88 ACCOUNT-TYPE-LON            VALUE 'L'.
                 88 ACCOUNT-TYPE-IRA            VALUE 'I'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-CHECKING REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-CHK-OD-CHG       PIC S9(3)V99   COMP-3.
              10 ACCOUNT-CHK-OD-LIMIT     PIC S9(5)V99   COMP-3.
              10 ACCOUNT-CHK-OD-LINK-ACCT PIC X(10).
              10 ACCOUNT-CHK-LAST-STMT    PIC X(10).
              10 ACCOUNT-CHK-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-CHK-BAL          PIC S9(13)V99  COMP-3.
           05 ACCOUNT-TYPE-SAVINGS  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-SAV-INT-RATE     PIC S9(1)V99   COMP-3.
              10 ACCOUNT-SAV-SVC-CHRG     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-SAV-LAST-STMT    PIC X(10).
              10 ACCOUNT-SAV-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-SAV-BAL          PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(12).
           05 ACCOUNT-TYPE-TERM  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-CD-INT-RATE      PIC S9(1)V99   COMP-3.
              10 ACCOUNT-CD-MATURITY-DATE PIC X(10).
              10 ACCOUNT-CD-EARLY-WD-PEN  PIC S9(3)V99   COMP-3.
              10 ACCOUNT-CD-LAST-STMT     PIC X(10).
              10 ACCOUNT-CD-DETAIL-ITEMS  PIC S9(7)      COMP-3.
              10 ACCOUNT-CD-BAL           PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(02).
           05 ACCOUNT-TYPE-LOAN  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LON-INT-RATE     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-LON-TERM-MONTHS  PIC S9(3)      COMP-3.
              10 ACCOUNT-LON-PAYMENT-AMT  PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LON-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LON-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LON-BAL          PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(07).
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
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 ACCOUNT-DAILY-WD-DATE      PIC 9(8)       VALUE 0.
           05 ACCOUNT-DAILY-WD-TOTAL     PIC S9(9)V99   COMP-3 VALUE 0.
           05 ACCOUNT-JOINT-SSN         PIC X(9)       VALUE SPACES.
           05 ACCOUNT-BRANCH             PIC X(3)       VALUE SPACES.
           05 ACCOUNT-CYCLE-CODE         PIC X(1)       VALUE SPACES.
           05 ACCOUNT-YTD-INT-PAID       PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
           05 ACCOUNT-YTD-FEES           PIC S9(11)V99  COMP-3
                                                        VALUE ZERO.
           05 ACCOUNT-CYC-WD-COUNT       PIC S9(3)      COMP-3
                                                        VALUE ZERO.
           05 FILLER                     PIC X(5)       VALUE SPACES.
           05 ACCOUNT-CLASS-CODE         PIC X(1)       VALUE SPACES.
              88 ACCOUNT-CLASS-CONSUMER           VALUE 'P' ' '.
              88 ACCOUNT-CLASS-BUSINESS           VALUE 'B'.
           05 FILLER                     PIC X(3)       VALUE SPACES.

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-NAME-TEXT               PIC X(30)   VALUE SPACES.
       01 CMD-BENE-SSN-TEXT           PIC X(09)   VALUE SPACES.
       01 CMD-REL-TEXT                PIC X(10)   VALUE SPACES.
       01 CMD-AMT-TEXT                PIC X(14)   VALUE SPACES.
       01 CMD-SEQ-TEXT                PIC X(04)   VALUE SPACES.
       01 CMD-SEQ-NUM                 PIC 9(4)    VALUE 0.
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 BENE-SHARE                  PIC S9(13)V99 COMP-3 VALUE 0.
       01 SHARE-TOTAL                 PIC S9(5)V99  COMP-3 VALUE 0.
       01 AMT-WHOLE                   PIC 9(11)   VALUE 0.
       01 AMT-CENTS                   PIC 99      VALUE 0.
       01 AMT-DOING-CENTS             PIC X       VALUE 'N'.
       01 AMT-CENTS-SEEN              PIC S9(4)   COMP VALUE 0.
       01 I                           PIC S9(4)   COMP.
       01 NEXT-SEQ                    PIC 9(4)    VALUE 0.
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 BENE-COUNT                  PIC 9(4)    VALUE 0.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-PCT                    PIC ZZ9.99.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.
       01 TEMPDATA                    PIC X(1).
       01 TEMPLENG                    PIC S9(4)   COMP.
       01 OPINSTR                     PIC X(52)
                VALUE 'Press <Enter> and follow with paging commands.'.

      *****************************************************************
      ** LISTING LINES SENT AS ACCUMULATED TEXT. THE BENEFICIARY'S   *
      ** SSN IS SHOWN BY ITS LAST FOUR DIGITS ONLY.                   *
      *****************************************************************
       01 BENE-HEAD-LINE.
           05 FILLER                  PIC X(26)   VALUE
                                  'POD BENEFICIARIES - ACCT '.
           05 BH-ACCT-NUM             PIC X(10)   VALUE SPACES.
           05 FILLER                  PIC X(44)   VALUE SPACES.

       01 BENE-LINE.
           05 BL-SEQ                  PIC 9(4)    VALUE 0.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 BL-NAME                 PIC X(30)   VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 BL-BENE-SSN             PIC X(11)   VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 BL-RELATIONSHIP         PIC X(10)   VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 BL-PCT                  PIC ZZ9.99  VALUE ZERO.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 BL-STATUS               PIC X(7)    VALUE SPACES.
           05 FILLER                  PIC X(5)    VALUE SPACES.

       01 BENE-TOTAL-LINE.
           05 FILLER                  PIC X(31)   VALUE
                                  'ACTIVE SHARES DESIGNATED     '.
           05 BT-PCT                  PIC ZZ9.99  VALUE ZERO.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(42)   VALUE SPACES.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVBENE'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVBENE)
                                PF3(END-WGRVBENE)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'A'
                       PERFORM ADD-BENEFICIARY
                          THRU ADD-BENEFICIARY-EXIT
                    WHEN 'R'
                       PERFORM REMOVE-BENEFICIARY
                          THRU REMOVE-BENEFICIARY-EXIT
                    WHEN OTHER
                       MOVE 'Y' TO DONE
                 END-EVALUATE
              END-IF

              IF DONE NOT = 'Y'
                 PERFORM FORMAT-REPLY-MSG THRU FORMAT-REPLY-MSG-EXIT
              END-IF
           END-PERFORM.

      *    THE LIST COMMAND ENDS IN A PAGED LISTING, AS THE CONTACT
      *    NOTES BROWSE DOES
           MOVE CMD-ACCT-TEXT TO BH-ACCT-NUM.
           EXEC CICS SEND TEXT FROM(BENE-HEAD-LINE)
                               LENGTH(LENGTH OF BENE-HEAD-LINE)
                               ACCUM PAGING ERASE END-EXEC.
           PERFORM LIST-BENEFICIARIES THRU LIST-BENEFICIARIES-EXIT.

           EXEC CICS SEND PAGE END-EXEC.
           EXEC CICS SEND TEXT FROM(OPINSTR)
                               LENGTH(LENGTH OF OPINSTR)
                               ERASE END-EXEC.
           EXEC CICS RECEIVE INTO(TEMPDATA)
                             LENGTH(TEMPLENG) END-EXEC.

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
           MOVE 'WBBN' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'A,SSN,ACCT,NAME,BENESSN,RELATION,PCT adds' TO GDNMSG1O.
           MOVE 'R,SSN,ACCT,SEQ removes  L,SSN,ACCT lists' TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE BENEFICIARY COMMAND                **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a beneficiary command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT CMD-NAME-TEXT
                          CMD-BENE-SSN-TEXT CMD-REL-TEXT CMD-AMT-TEXT
                          CMD-SEQ-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'A'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-NAME-TEXT
                               CMD-BENE-SSN-TEXT CMD-REL-TEXT
                               CMD-AMT-TEXT
                 END-UNSTRING
              WHEN 'R'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-SEQ-TEXT
                 END-UNSTRING
              WHEN 'L'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be A, R or L' TO GDNMSG1O
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

           IF CMD-ACTION-TEXT = 'A'
              IF CMD-NAME-TEXT = SPACES
                 MOVE 'Beneficiary name must not be blank'
                   TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-BENE-SSN-TEXT NOT = SPACES AND
                 CMD-BENE-SSN-TEXT NOT NUMERIC
                 MOVE 'Beneficiary SSN must be 9 digits or blank'
                   TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
              IF RET-CODE NOT = 0
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF BENE-SHARE = 0 OR BENE-SHARE > 100
                 MOVE 'Share must be more than 0 and at most 100'
                   TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           IF CMD-ACTION-TEXT = 'R'
              MOVE 0 TO CMD-SEQ-NUM
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                 IF CMD-SEQ-TEXT(I:1) IS NUMERIC
                    MOVE CMD-SEQ-TEXT(I:1) TO CMD-DIGIT
                    COMPUTE CMD-SEQ-NUM =
                       (CMD-SEQ-NUM * 10) + CMD-DIGIT
                 END-IF
              END-PERFORM
              IF CMD-SEQ-NUM = 0
                 MOVE 'Sequence must not be zero' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** PARSE A PERCENTAGE OF THE FORM 999.99                     **
      **************************************************************
       PARSE-AMOUNT.
           MOVE 0 TO AMT-WHOLE AMT-CENTS AMT-CENTS-SEEN.
           MOVE 'N' TO AMT-DOING-CENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
              EVALUATE TRUE
                 WHEN CMD-AMT-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-AMT-TEXT(I:1) = '.'
                    MOVE 'Y' TO AMT-DOING-CENTS
                 WHEN CMD-AMT-TEXT(I:1) IS NUMERIC
                    MOVE CMD-AMT-TEXT(I:1) TO CMD-DIGIT
                    IF AMT-DOING-CENTS = 'Y'
                       IF AMT-CENTS-SEEN < 2
                          COMPUTE AMT-CENTS = (AMT-CENTS * 10)
                                            + CMD-DIGIT
                          ADD 1 TO AMT-CENTS-SEEN
                       END-IF
                    ELSE
                       COMPUTE AMT-WHOLE = (AMT-WHOLE * 10)
                                         + CMD-DIGIT
                    END-IF
                 WHEN OTHER
                    MOVE 'Share must be numeric' TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-AMOUNT-EXIT
              END-EVALUATE
           END-PERFORM.
           IF AMT-CENTS-SEEN = 1
              COMPUTE AMT-CENTS = AMT-CENTS * 10
           END-IF.
           COMPUTE BENE-SHARE = AMT-WHOLE + (AMT-CENTS / 100).

       PARSE-AMOUNT-EXIT.
           EXIT.

      **************************************************************
      ** NAME THE BENEFICIARY UNDER THE NEXT FREE SEQUENCE FOR THE **
      ** ACCOUNT - EFFECTIVE FROM TODAY. THE ACCOUNT MUST BE AN    **
      ** OPEN DEPOSIT ACCOUNT AND THE ACTIVE SHARES, WITH THIS ONE,**
      ** MAY NOT PASS 100 PERCENT.                                 **
      **************************************************************
       ADD-BENEFICIARY.
           MOVE CMD-SSN-TEXT  TO SSN OF ACCT-REC-KEY.
           MOVE CMD-ACCT-TEXT TO NUM OF ACCT-REC-KEY.
           EXEC CICS READ
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Account not on file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              GO TO ADD-BENEFICIARY-EXIT
           END-IF.
           IF ACCOUNT-TYPE-LON
              MOVE 'A loan cannot carry a beneficiary' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              GO TO ADD-BENEFICIARY-EXIT
           END-IF.
           IF ACCOUNT-CLOSED
              MOVE 'Account is closed' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              GO TO ADD-BENEFICIARY-EXIT
           END-IF.

           MOVE 0   TO NEXT-SEQ SHARE-TOTAL.
           MOVE 'N' TO SCAN-DONE.
           MOVE CMD-SSN-TEXT  TO BEN-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO BEN-KEY-ACCT-NUM.
           MOVE 0             TO BEN-KEY-SEQ.
           EXEC CICS STARTBR
                     DATASET(WBBENEDB-DD)
                     RIDFLD(BEN-REC-KEY)
                     KEYLENGTH(LENGTH OF BEN-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Y' TO SCAN-DONE
           END-IF.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBBENEDB-DD)
                        INTO(BENEFICIARY-RECORD)
                        LENGTH(LENGTH OF BENEFICIARY-RECORD)
                        RIDFLD(BEN-REC-KEY)
                        KEYLENGTH(LENGTH OF BEN-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF BEN-SSN NOT = CMD-SSN-TEXT OR
                    BEN-ACCT-NUM NOT = CMD-ACCT-TEXT THEN
                    MOVE 'Y' TO SCAN-DONE
                 ELSE
                    IF BEN-SEQ > NEXT-SEQ
                       MOVE BEN-SEQ TO NEXT-SEQ
                    END-IF
                    IF BEN-STATUS-ACTIVE
                       ADD BEN-SHARE-PCT TO SHARE-TOTAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBBENEDB-DD)
                           RESP(RESP-CODE) END-EXEC.

           IF SHARE-TOTAL + BENE-SHARE > 100
              MOVE 'Active shares would pass 100 percent' TO GDNMSG1O
              MOVE SHARE-TOTAL TO EDIT-PCT
              MOVE SPACES TO GDNMSG2O
              STRING 'Already designated: ' DELIMITED SIZE
                     EDIT-PCT DELIMITED SIZE
                     '%' DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
              MOVE 2 TO RET-CODE
              GO TO ADD-BENEFICIARY-EXIT
           END-IF.

           ADD 1 TO NEXT-SEQ.
           MOVE CMD-SSN-TEXT      TO BEN-SSN BEN-KEY-SSN.
           MOVE CMD-ACCT-TEXT     TO BEN-ACCT-NUM BEN-KEY-ACCT-NUM.
           MOVE NEXT-SEQ          TO BEN-SEQ BEN-KEY-SEQ.
           MOVE CMD-NAME-TEXT     TO BEN-NAME.
           MOVE CMD-BENE-SSN-TEXT TO BEN-BENE-SSN.
           MOVE CMD-REL-TEXT      TO BEN-RELATIONSHIP.
           MOVE BENE-SHARE        TO BEN-SHARE-PCT.
           MOVE TODAY-ISO         TO BEN-EFFECTIVE-DATE.
           MOVE 'A'               TO BEN-STATUS-CODE.

           EXEC CICS WRITE
                     DATASET(WBBENEDB-DD)
                     FROM(BENEFICIARY-RECORD)
                     LENGTH(LENGTH OF BENEFICIARY-RECORD)
                     KEYLENGTH(LENGTH OF BEN-REC-KEY)
                     RIDFLD(BEN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the beneficiary file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO ADD-BENEFICIARY-EXIT
           END-IF.

           MOVE 'Beneficiary added' TO GDNMSG1O.
           ADD BENE-SHARE TO SHARE-TOTAL.
           MOVE SHARE-TOTAL TO EDIT-PCT.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Active shares now ' DELIMITED SIZE
                  EDIT-PCT DELIMITED SIZE
                  '%' DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE BENE-SHARE TO EDIT-PCT.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'POD bene ' DELIMITED SIZE
                  CMD-NAME-TEXT DELIMITED SIZE
                  EDIT-PCT DELIMITED SIZE
                  '% added to acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       ADD-BENEFICIARY-EXIT.
           EXIT.

      **************************************************************
      ** REMOVE A BENEFICIARY BY ITS SEQUENCE                      **
      **************************************************************
       REMOVE-BENEFICIARY.
           MOVE CMD-SSN-TEXT  TO BEN-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO BEN-KEY-ACCT-NUM.
           MOVE CMD-SEQ-NUM   TO BEN-KEY-SEQ.
           EXEC CICS READ UPDATE
                     DATASET(WBBENEDB-DD)
                     INTO(BENEFICIARY-RECORD)
                     LENGTH(LENGTH OF BENEFICIARY-RECORD)
                     RIDFLD(BEN-REC-KEY)
                     KEYLENGTH(LENGTH OF BEN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Beneficiary not on file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO REMOVE-BENEFICIARY-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the beneficiary file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO REMOVE-BENEFICIARY-EXIT
           END-EVALUATE.

           IF BEN-STATUS-REMOVED
              EXEC CICS UNLOCK DATASET(WBBENEDB-DD)
                               RESP(RESP-CODE) END-EXEC
              MOVE 'Beneficiary already removed' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              GO TO REMOVE-BENEFICIARY-EXIT
           END-IF.

           MOVE 'R' TO BEN-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBBENEDB-DD)
                     FROM(BENEFICIARY-RECORD)
                     LENGTH(LENGTH OF BENEFICIARY-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error removing the beneficiary' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO REMOVE-BENEFICIARY-EXIT
           END-IF.

           MOVE 'Beneficiary removed' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'POD bene ' DELIMITED SIZE
                  BEN-NAME DELIMITED SIZE
                  ' removed from acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       REMOVE-BENEFICIARY-EXIT.
           EXIT.

      **************************************************************
      ** LIST EVERY DESIGNATION ON THE ACCOUNT, ACTIVE AND REMOVED,**
      ** WITH THE ACTIVE SHARE TOTAL AT THE FOOT                   **
      **************************************************************
       LIST-BENEFICIARIES.
           MOVE 0 TO BENE-COUNT SHARE-TOTAL.
           MOVE CMD-SSN-TEXT  TO BEN-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO BEN-KEY-ACCT-NUM.
           MOVE 0             TO BEN-KEY-SEQ.

           EXEC CICS STARTBR
                     DATASET(WBBENEDB-DD)
                     RIDFLD(BEN-REC-KEY)
                     KEYLENGTH(LENGTH OF BEN-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              GO TO LIST-BENEFICIARIES-NONE
           END-IF.

       LIST-BENEFICIARIES-NEXT.
           EXEC CICS READNEXT
                     DATASET(WBBENEDB-DD)
                     INTO(BENEFICIARY-RECORD)
                     LENGTH(LENGTH OF BENEFICIARY-RECORD)
                     RIDFLD(BEN-REC-KEY)
                     KEYLENGTH(LENGTH OF BEN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              GO TO LIST-BENEFICIARIES-ENDBR
           END-IF.
           IF BEN-SSN NOT = CMD-SSN-TEXT OR
              BEN-ACCT-NUM NOT = CMD-ACCT-TEXT THEN
              GO TO LIST-BENEFICIARIES-ENDBR
           END-IF.

           MOVE SPACES           TO BENE-LINE.
           MOVE BEN-SEQ          TO BL-SEQ.
           MOVE BEN-NAME         TO BL-NAME.
           IF BEN-BENE-SSN NOT = SPACES
              STRING 'XXX-XX-' DELIMITED SIZE
                     BEN-BENE-SSN(6:4) DELIMITED SIZE
                     INTO BL-BENE-SSN
              END-STRING
           END-IF.
           MOVE BEN-RELATIONSHIP TO BL-RELATIONSHIP.
           MOVE BEN-SHARE-PCT    TO BL-PCT.
           IF BEN-STATUS-ACTIVE
              MOVE 'ACTIVE'  TO BL-STATUS
              ADD BEN-SHARE-PCT TO SHARE-TOTAL
           ELSE
              MOVE 'REMOVED' TO BL-STATUS
           END-IF.
           ADD 1 TO BENE-COUNT.
           EXEC CICS SEND TEXT FROM(BENE-LINE)
                               LENGTH(LENGTH OF BENE-LINE)
                               ACCUM PAGING END-EXEC.
           GO TO LIST-BENEFICIARIES-NEXT.

       LIST-BENEFICIARIES-ENDBR.
           EXEC CICS ENDBR DATASET(WBBENEDB-DD) RESP(RESP-CODE)
                           END-EXEC.

       LIST-BENEFICIARIES-NONE.
           IF BENE-COUNT = 0 THEN
              MOVE SPACES TO BENE-LINE
              MOVE 'NO BENEFICIARIES ON FILE' TO BL-NAME
              EXEC CICS SEND TEXT FROM(BENE-LINE)
                                  LENGTH(LENGTH OF BENE-LINE)
                                  ACCUM PAGING END-EXEC
           ELSE
              MOVE SHARE-TOTAL TO BT-PCT
              EXEC CICS SEND TEXT FROM(BENE-TOTAL-LINE)
                                  LENGTH(LENGTH OF BENE-TOTAL-LINE)
                                  ACCUM PAGING END-EXEC
           END-IF.

       LIST-BENEFICIARIES-EXIT.
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

       XFER-WGRVCUSL.
           EXEC CICS XCTL PROGRAM('WGRVCUSL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVBENE.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVBENE-EXIT.
           EXIT.
