      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** CUSTODIAL (UTMA) ACCOUNT DESIGNATION FOR TELLERS. A MINOR'S  *
      ** DEPOSIT ACCOUNT IS HELD UNDER THE MINOR'S SSN WITH AN ADULT  *
      ** CUSTOMER NAMED AS CUSTODIAN. THE COMMAND RIDES IN THE NAME   *
      ** FIELD OF THE GDNAME MAP AS                                   *
      **    D,MINORID,ACCT,CUSTODIANID,AGE - DESIGNATE THE MINOR'S    *
      **        ACCOUNT CUSTODIAL. AGE IS THE AGE OF MAJORITY,        *
      **        18 WHEN LEFT BLANK, AT MOST 25                        *
      **    Q,MINORID,ACCT - SHOW THE DESIGNATION                     *
      ** BOTH PARTIES MUST BE CUSTOMERS WITH A DATE OF BIRTH ON       *
      ** THEIR CIP RECORD (WGRVCIP): THE MINOR UNDER THE AGE OF       *
      ** MAJORITY, THE CUSTODIAN AT LEAST 18. THE ACCOUNT MUST BE AN  *
      ** OPEN CHECKING, SAVINGS OR CD ACCOUNT WITH NO JOINT OWNER.    *
      ** IT IS MARKED CUSTODIAL (ACCOUNT-OWNERSHIP-CODE 'U'), SO      *
      ** WGRVCARD ISSUES NO CARD TO THE MINOR AND WBVALUSR REFUSES    *
      ** ATM SESSIONS ON IT; STMTGEN PRINTS BOTH NAMES ON THE         *
      ** STATEMENT AND THE NIGHTLY MAJCONV RUN RETITLES IT TO THE     *
      ** MINOR AT MAJORITY. EVERY ACTION IS LOGGED TO WBAUDTDB.       *
      ** PF10 RETURNS TO THE WGRVCUSL CUSTOMER SCREEN.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCSTD.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCSDDB-DD                  PIC X(8)    VALUE 'WBCSDDB'.
       01 CSD-REC-KEY.
          05 CSD-KEY-SSN              PIC X(9)    VALUE SPACES.
          05 CSD-KEY-ACCT-NUM         PIC X(10)   VALUE SPACES.
       01 CSD-RECORD.
          05 CSD-SSN                  PIC X(9).
          05 CSD-ACCT-NUM             PIC X(10).
          05 CSD-MINOR-CUST-ID        PIC X(10).
          05 CSD-CUSTODIAN-CUST-ID    PIC X(10).
          05 CSD-CUSTODIAN-SSN        PIC X(9).
          05 CSD-MAJORITY-AGE         PIC 9(2).
          05 CSD-DESIGNATED-DATE      PIC X(10).
          05 CSD-DESIGNATED-BY        PIC X(3).
          05 CSD-NOTICE-DATE          PIC X(10).
          05 CSD-CONVERTED-DATE       PIC X(10).
          05 CSD-STATUS-CODE          PIC X(1).
             88 CSD-STATUS-ACTIVE            VALUE 'A'.
             88 CSD-STATUS-CONVERTED         VALUE 'C'.
             88 CSD-STATUS-ENDED             VALUE 'X'.
          05 FILLER                   PIC X(16).

       01 WBCIPDB-DD                  PIC X(8)   VALUE 'WBCIPDB'.
       01 CIP-REC-KEY.
          05 CIP-KEY-CUST-ID          PIC X(10)  VALUE SPACES.
       01 CIP-RECORD.
          05 CIP-CUST-ID              PIC X(10).
          05 CIP-SSN                  PIC X(9).
          05 CIP-BIRTH-DATE           PIC X(10).
          05 FILLER                   PIC X(109).

       01 WBCUSTDB-DD                 PIC X(8)   VALUE 'WBCUSTDB'.
       01 CUST-REC-KEY.
           05 CUST-ID                     PIC X(10)  VALUE SPACES.

       01  CUSTOMER-RECORD.
           05 CUSTOMER-ID                 PIC X(10).
           05 CUSTOMER-NAME               PIC X(30).
           05 CUSTOMER-SSN                PIC X(9).
           05 CUSTOMER-ADDRESS.
              10 CUSTOMER-STREET          PIC X(20).
              10 CUSTOMER-CITY            PIC X(10).
              10 CUSTOMER-STATE           PIC X(4).
              10 CUSTOMER-ZIP             PIC 9(5).
           05 CUSTOMER-PHONE              PIC X(13).
           05 CUSTOMER-ACCESS-PIN         PIC X(4).
           05 CUSTOMER-PIN-FAILS          PIC 9      VALUE 0.
           05 CUSTOMER-PIN-LOCKED         PIC X      VALUE 'N'.
                 88 CUSTOMER-PIN-IS-LOCKED            VALUE 'Y'.
           05 CUSTOMER-STMT-PREF          PIC X      VALUE 'P'.
                 88 CUSTOMER-STMT-PRINT               VALUE 'P' ' '.
                 88 CUSTOMER-STMT-ELECTRON            VALUE 'E'.
                 88 CUSTOMER-STMT-BOTH                VALUE 'B'.
           05 CUSTOMER-BAD-ADDR           PIC X      VALUE 'N'.
                 88 CUSTOMER-ADDR-IS-BAD              VALUE 'Y'.
           05 CUSTOMER-BUW-STATUS         PIC X      VALUE 'N'.
                 88 CUSTOMER-BUW-REQUIRED             VALUE 'Y'.
           05 CUSTOMER-W9-DATE            PIC X(10)  VALUE SPACES.
           05 CUSTOMER-ESTATE-STATUS      PIC X      VALUE SPACE.
                 88 CUSTOMER-IS-LIVING                VALUE SPACE.
           05 CUSTOMER-DEATH-DATE         PIC 9(8)   COMP-3 VALUE 0.
           05 FILLER                      PIC X(2)   VALUE SPACES.

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
           05 ACCOUNT-OWNERSHIP-CODE     PIC X(1)       VALUE SPACES.
              88 ACCOUNT-OWNER-INDIVIDUAL         VALUE ' '.
              88 ACCOUNT-OWNER-CUSTODIAL          VALUE 'U'.
           05 FILLER                     PIC X(2)       VALUE SPACES.

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-MINOR-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-CUSTODIAN-TEXT          PIC X(10)   VALUE SPACES.
       01 CMD-AGE-TEXT                PIC X(02)   VALUE SPACES.
       01 CMD-AGE-NUM REDEFINES CMD-AGE-TEXT
                                      PIC 9(02).
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 MAJORITY-AGE                PIC 9(02)   VALUE 18.
       01 CUSTODIAN-SSN               PIC X(09)   VALUE SPACES.
       01 CUSTODIAN-NAME              PIC X(30)   VALUE SPACES.

      *****************************************************************
      *  AGE IN WHOLE YEARS OF AGE-BIRTH-DATE ON TODAY-ISO, BOTH      *
      *  YYYY-MM-DD. SEE COMPUTE-AGE.                                 *
      *****************************************************************
       01 AGE-BIRTH-DATE.
          05 AGE-DOB-YYYY             PIC X(4).
          05 FILLER                   PIC X.
          05 AGE-DOB-MMDD.
             10 AGE-DOB-MM            PIC X(2).
             10 FILLER                PIC X.
             10 AGE-DOB-DD            PIC X(2).
       01 AGE-TODAY-DATE.
          05 AGE-NOW-YYYY             PIC X(4).
          05 FILLER                   PIC X.
          05 AGE-NOW-MMDD             PIC X(5).
       01 AGE-DOB-YEAR                PIC 9(4)    VALUE 0.
       01 AGE-NOW-YEAR                PIC 9(4)    VALUE 0.
       01 AGE-YEARS                   PIC S9(4)   COMP VALUE 0.
       01 AGE-SW                      PIC X       VALUE 'N'.
          88 AGE-IS-KNOWN                         VALUE 'Y'.
       01 EDIT-AGE                    PIC Z9.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVCSTD'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVCSTD)
                                PF3(END-WGRVCSTD)
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
                    WHEN 'D'
                       PERFORM DESIGNATE-CUSTODIAL
                          THRU DESIGNATE-CUSTODIAL-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-CUSTODIAL
                          THRU SHOW-CUSTODIAL-EXIT
                 END-EVALUATE
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
           MOVE 'WBCU' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'D,MINORID,ACCT,CUSTODIANID,AGE designate custodial'
                                                      TO GDNMSG1O.
           MOVE 'Q,MINORID,ACCT show  (AGE of majority blank = 18)'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE CUSTODIAL COMMAND                  **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a custodial account command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-MINOR-TEXT CMD-ACCT-TEXT
                          CMD-CUSTODIAN-TEXT CMD-AGE-TEXT
                          CMD-SSN-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-MINOR-TEXT
                         CMD-ACCT-TEXT CMD-CUSTODIAN-TEXT
                         CMD-AGE-TEXT
           END-UNSTRING.
           MOVE SPACES TO GDNMSG2O.

           IF CMD-ACTION-TEXT NOT = 'D' AND CMD-ACTION-TEXT NOT = 'Q'
              MOVE 'Action must be D or Q' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-MINOR-TEXT = SPACES OR CMD-ACCT-TEXT = SPACES
              MOVE 'Minor customer id and account are required'
                                                      TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'D'
              IF CMD-CUSTODIAN-TEXT = SPACES
                 MOVE 'Custodian customer id must not be blank'
                                                      TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-CUSTODIAN-TEXT = CMD-MINOR-TEXT
                 MOVE 'The custodian cannot be the minor' TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-AGE-TEXT = SPACES
                 MOVE 18 TO MAJORITY-AGE
              ELSE
                 IF CMD-AGE-TEXT IS NOT NUMERIC OR
                    CMD-AGE-NUM < 18 OR CMD-AGE-NUM > 25
                    MOVE 'Age of majority must be 18 to 25' TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 MOVE CMD-AGE-NUM TO MAJORITY-AGE
              END-IF
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** DESIGNATE THE MINOR'S ACCOUNT CUSTODIAL. THE DESIGNATION  **
      ** IS WRITTEN FIRST AND TAKEN BACK OUT IF THE ACCOUNT CANNOT **
      ** BE MARKED, SO THE TWO FILES NEVER DISAGREE.               **
      **************************************************************
       DESIGNATE-CUSTODIAL.
      *    THE MINOR - A CUSTOMER UNDER THE AGE OF MAJORITY
           MOVE CMD-MINOR-TEXT TO CUST-ID OF CUST-REC-KEY.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT.
           IF RET-CODE NOT = 0
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.
           MOVE CUSTOMER-SSN TO CMD-SSN-TEXT.
           PERFORM READ-BIRTH-DATE THRU READ-BIRTH-DATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.
           IF AGE-YEARS NOT < MAJORITY-AGE
              MOVE MAJORITY-AGE TO EDIT-AGE
              STRING 'The minor is already ' DELIMITED SIZE
                     EDIT-AGE DELIMITED SIZE
                     ' or over' DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              MOVE 2 TO RET-CODE
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.

      *    THE CUSTODIAN - A LIVING ADULT CUSTOMER
           MOVE CMD-CUSTODIAN-TEXT TO CUST-ID OF CUST-REC-KEY.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT.
           IF RET-CODE NOT = 0
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.
           IF NOT CUSTOMER-IS-LIVING
              MOVE 'The custodian has a date of death on file'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.
           IF CUSTOMER-SSN = CMD-SSN-TEXT
              MOVE 'The custodian cannot be the minor' TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.
           MOVE CUSTOMER-SSN  TO CUSTODIAN-SSN.
           MOVE CUSTOMER-NAME TO CUSTODIAN-NAME.
           PERFORM READ-BIRTH-DATE THRU READ-BIRTH-DATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.
           IF AGE-YEARS < 18
              MOVE 'The custodian must be at least 18' TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.

      *    THE ACCOUNT - THE MINOR'S OWN, OPEN, SOLE, NOT A LOAN/IRA
           MOVE CMD-SSN-TEXT  TO SSN OF ACCT-REC-KEY.
           MOVE CMD-ACCT-TEXT TO NUM OF ACCT-REC-KEY.
           EXEC CICS READ UPDATE
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account not on file under the minor' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO DESIGNATE-CUSTODIAL-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO DESIGNATE-CUSTODIAL-EXIT
           END-EVALUATE.
           IF ACCOUNT-TYPE-LON OR ACCOUNT-TYPE-IRA
              MOVE 'A loan or IRA cannot be held custodial'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
           END-IF.
           IF NOT ACCOUNT-ACTIVE
              MOVE 'Account is not open' TO GDNMSG1O
              MOVE 2 TO RET-CODE
           END-IF.
           IF ACCOUNT-JOINT-SSN NOT = SPACES
              MOVE 'A joint account cannot be held custodial'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
           END-IF.
           IF ACCOUNT-OWNER-CUSTODIAL
              MOVE 'Account is already custodial' TO GDNMSG1O
              MOVE 2 TO RET-CODE
           END-IF.
           IF RET-CODE NOT = 0
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.

           MOVE SPACES              TO CSD-RECORD.
           MOVE CMD-SSN-TEXT        TO CSD-SSN CSD-KEY-SSN.
           MOVE CMD-ACCT-TEXT       TO CSD-ACCT-NUM CSD-KEY-ACCT-NUM.
           MOVE CMD-MINOR-TEXT      TO CSD-MINOR-CUST-ID.
           MOVE CMD-CUSTODIAN-TEXT  TO CSD-CUSTODIAN-CUST-ID.
           MOVE CUSTODIAN-SSN       TO CSD-CUSTODIAN-SSN.
           MOVE MAJORITY-AGE        TO CSD-MAJORITY-AGE.
           MOVE TODAY-ISO           TO CSD-DESIGNATED-DATE.
           MOVE EIBOPID             TO CSD-DESIGNATED-BY.
           MOVE 'A'                 TO CSD-STATUS-CODE.
           EXEC CICS WRITE
                     DATASET(WBCSDDB-DD)
                     FROM(CSD-RECORD)
                     LENGTH(LENGTH OF CSD-RECORD)
                     RIDFLD(CSD-REC-KEY)
                     KEYLENGTH(LENGTH OF CSD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK DATASET(WBACCTDB-DD) END-EXEC
              IF RESP-CODE = DFHRESP(DUPREC)
                 MOVE 'A designation is already on file for it'
                                                      TO GDNMSG1O
                 MOVE 2 TO RET-CODE
              ELSE
                 MOVE 'Error writing the custodial file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
              END-IF
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.

           MOVE 'U' TO ACCOUNT-OWNERSHIP-CODE.
           EXEC CICS REWRITE
                     DATASET(WBACCTDB-DD)
                     FROM(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              EXEC CICS DELETE
                        DATASET(WBCSDDB-DD)
                        RIDFLD(CSD-REC-KEY)
                        KEYLENGTH(LENGTH OF CSD-REC-KEY)
                        NOHANDLE
              END-EXEC
              MOVE 'Error rewriting the account - not designated'
                                                      TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO DESIGNATE-CUSTODIAL-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Account ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' now custodial, custodian ' DELIMITED SIZE
                  CMD-CUSTODIAN-TEXT DELIMITED SPACE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           STRING CUSTODIAN-NAME DELIMITED SIZE
                  ' - no ATM card for the minor' DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           MOVE MAJORITY-AGE TO EDIT-AGE.
           STRING 'Account ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' custodial for minor ' DELIMITED SIZE
                  CMD-MINOR-TEXT DELIMITED SPACE
                  ' custodian ' DELIMITED SIZE
                  CMD-CUSTODIAN-TEXT DELIMITED SPACE
                  ' to age ' DELIMITED SIZE
                  EDIT-AGE DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       DESIGNATE-CUSTODIAL-EXIT.
           EXIT.

      **************************************************************
      ** READ THE CUSTOMER NAMED BY CUST-REC-KEY                   **
      **************************************************************
       READ-CUSTOMER.
           EXEC CICS READ
                     DATASET(WBCUSTDB-DD)
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     RIDFLD(CUST-REC-KEY)
                     KEYLENGTH(LENGTH OF CUST-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES TO GDNMSG1O
                 STRING 'Customer ' DELIMITED SIZE
                        CUST-ID OF CUST-REC-KEY DELIMITED SPACE
                        ' not on file' DELIMITED SIZE
                        INTO GDNMSG1O
                 END-STRING
                 MOVE 2 TO RET-CODE
              WHEN OTHER
                 MOVE 'I/O error on the customer file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       READ-CUSTOMER-EXIT.
           EXIT.

      **************************************************************
      ** READ THE CIP DATE OF BIRTH OF THE CUSTOMER IN CUST-REC-KEY **
      ** AND WORK OUT THEIR AGE TODAY                              **
      **************************************************************
       READ-BIRTH-DATE.
           MOVE CUST-ID OF CUST-REC-KEY TO CIP-KEY-CUST-ID.
           EXEC CICS READ
                     DATASET(WBCIPDB-DD)
                     INTO(CIP-RECORD)
                     LENGTH(LENGTH OF CIP-RECORD)
                     RIDFLD(CIP-REC-KEY)
                     KEYLENGTH(LENGTH OF CIP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
              MOVE CIP-BIRTH-DATE TO AGE-BIRTH-DATE
              PERFORM COMPUTE-AGE THRU COMPUTE-AGE-EXIT
           ELSE
              MOVE 'N' TO AGE-SW
           END-IF.
           IF NOT AGE-IS-KNOWN
              MOVE SPACES TO GDNMSG1O
              STRING 'No date of birth on file for ' DELIMITED SIZE
                     CUST-ID OF CUST-REC-KEY DELIMITED SPACE
                     ' - record it on WBID' DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              MOVE 2 TO RET-CODE
           END-IF.

       READ-BIRTH-DATE-EXIT.
           EXIT.

      **************************************************************
      ** AGE IN WHOLE YEARS ON TODAY-ISO OF AGE-BIRTH-DATE - ONE    **
      ** LESS THAN THE DIFFERENCE IN YEARS UNTIL THE BIRTHDAY      **
      **************************************************************
       COMPUTE-AGE.
           MOVE 'N' TO AGE-SW.
           IF AGE-DOB-YYYY IS NOT NUMERIC OR
              AGE-DOB-MM IS NOT NUMERIC OR
              AGE-DOB-DD IS NOT NUMERIC
              GO TO COMPUTE-AGE-EXIT
           END-IF.
           MOVE TODAY-ISO    TO AGE-TODAY-DATE.
           MOVE AGE-DOB-YYYY TO AGE-DOB-YEAR.
           MOVE AGE-NOW-YYYY TO AGE-NOW-YEAR.
           COMPUTE AGE-YEARS = AGE-NOW-YEAR - AGE-DOB-YEAR.
           IF AGE-NOW-MMDD < AGE-DOB-MMDD
              SUBTRACT 1 FROM AGE-YEARS
           END-IF.
           MOVE 'Y' TO AGE-SW.

       COMPUTE-AGE-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE DESIGNATION ON THE ACCOUNT                       **
      **************************************************************
       SHOW-CUSTODIAL.
           MOVE CMD-MINOR-TEXT TO CUST-ID OF CUST-REC-KEY.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT.
           IF RET-CODE NOT = 0
              GO TO SHOW-CUSTODIAL-EXIT
           END-IF.
           MOVE CUSTOMER-SSN  TO CSD-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO CSD-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBCSDDB-DD)
                     INTO(CSD-RECORD)
                     LENGTH(LENGTH OF CSD-RECORD)
                     RIDFLD(CSD-REC-KEY)
                     KEYLENGTH(LENGTH OF CSD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account is not custodial' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-CUSTODIAL-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the custodial file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-CUSTODIAL-EXIT
           END-EVALUATE.

           MOVE CSD-MAJORITY-AGE TO EDIT-AGE.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Custodian ' DELIMITED SIZE
                  CSD-CUSTODIAN-CUST-ID DELIMITED SPACE
                  ' for minor ' DELIMITED SIZE
                  CSD-MINOR-CUST-ID DELIMITED SPACE
                  ' to age ' DELIMITED SIZE
                  EDIT-AGE DELIMITED SIZE
                  '  designated ' DELIMITED SIZE
                  CSD-DESIGNATED-DATE DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  CSD-DESIGNATED-BY DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           EVALUATE TRUE
              WHEN CSD-STATUS-CONVERTED
                 STRING 'Retitled to the minor ' DELIMITED SIZE
                        CSD-CONVERTED-DATE DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN CSD-STATUS-ENDED
                 STRING 'Ended - account closed ' DELIMITED SIZE
                        CSD-CONVERTED-DATE DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN CSD-NOTICE-DATE NOT = SPACES
                 STRING 'Active - conversion notice sent '
                                                DELIMITED SIZE
                        CSD-NOTICE-DATE DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN OTHER
                 MOVE 'Active' TO GDNMSG2O
           END-EVALUATE.

       SHOW-CUSTODIAL-EXIT.
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

       END-WGRVCSTD.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCSTD-EXIT.
           EXIT.
