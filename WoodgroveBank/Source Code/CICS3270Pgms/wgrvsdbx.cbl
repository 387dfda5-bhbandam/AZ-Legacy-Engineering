      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** SAFE DEPOSIT BOX MAINTENANCE FOR TELLERS. THE WBSDBXDB BOX   *
      ** INVENTORY IS KEYED BY BRANCH AND BOX NUMBER. THE COMMAND     *
      ** RIDES IN THE NAME FIELD OF THE GDNAME MAP AS                 *
      **    A,BRANCH,BOX,SIZE - ADD A BOX (SIZE S, M, L OR X), OR PUT *
      **        A DRILLED BOX BACK IN SERVICE ONCE IT IS RELOCKED     *
      **    R,BRANCH,BOX,RENTERID,ACCT,COID1,COID2 - RENT THE BOX TO  *
      **        A CUSTOMER, RENT TAKEN FROM THEIR CHECKING OR SAVINGS *
      **        ACCOUNT ACCT; UP TO TWO CO-RENTERS MAY BE NAMED       *
      **    S,BRANCH,BOX - SURRENDER THE BOX (KEYS RETURNED)          *
      **    D,BRANCH,BOX - RECORD THE BOX DRILLED. ONLY A BOX ON THE  *
      **        SDBBILL DRILLING LIST (RENT UNPAID PAST GRACE) MAY BE *
      **        DRILLED; ITS CONTENTS GO TO THE VAULT                 *
      **    Q,BRANCH,BOX - SHOW THE BOX                               *
      ** THE FIRST YEAR'S RENT FALLS DUE THE DAY THE BOX IS RENTED    *
      ** AND IS TAKEN BY THE NEXT SDBBILL RUN, THEN ANNUALLY ON THAT   *
      ** DATE. THE RENT STORED ON THE BOX IS THE SIZE'S STANDARD RENT *
      ** BELOW; THE WBFEEDB FEE SCHEDULE (SDBS/SDBM/SDBL/SDBX)        *
      ** OVERRIDES IT BY BRANCH. EVERY ACTION IS LOGGED TO WBAUDTDB.  *
      ** PF10 RETURNS TO THE WGRVCUSL CUSTOMER SCREEN.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVSDBX.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBSDBXDB-DD                 PIC X(8)    VALUE 'WBSDBXDB'.
       01 SDB-REC-KEY.
          05 SDB-KEY-BRANCH           PIC X(3)    VALUE SPACES.
          05 SDB-KEY-BOX-NUM          PIC X(5)    VALUE SPACES.
       01 SDB-RECORD.
          05 SDB-BRANCH               PIC X(3).
          05 SDB-BOX-NUM              PIC X(5).
          05 SDB-SIZE-CODE            PIC X(1).
             88 SDB-SIZE-VALID               VALUE 'S' 'M' 'L' 'X'.
          05 SDB-STATUS-CODE          PIC X(1).
             88 SDB-STATUS-AVAILABLE         VALUE 'A'.
             88 SDB-STATUS-RENTED            VALUE 'R'.
             88 SDB-STATUS-DRILL-LISTED      VALUE 'P'.
             88 SDB-STATUS-DRILLED           VALUE 'D'.
          05 SDB-RENTER-CUST-ID       PIC X(10).
          05 SDB-RENTER-SSN           PIC X(9).
          05 SDB-CORENTER-1-ID        PIC X(10).
          05 SDB-CORENTER-2-ID        PIC X(10).
          05 SDB-PAY-ACCT-NUM         PIC X(10).
          05 SDB-ANNUAL-RENT          PIC S9(5)V99   COMP-3.
          05 SDB-RENT-DUE-DATE        PIC X(10).
          05 SDB-RENTED-DATE          PIC X(10).
          05 SDB-LAST-PAID-DATE       PIC X(10).
          05 SDB-LAST-PAID-AMT        PIC S9(5)V99   COMP-3.
          05 SDB-NOTICE-DATE          PIC X(10).
          05 SDB-DRILL-LIST-DATE      PIC X(10).
          05 SDB-DRILLED-DATE         PIC X(10).
          05 SDB-MAINT-OPID           PIC X(3).
          05 SDB-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(20).

      *****************************************************************
      *  STANDARD ANNUAL RENT BY BOX SIZE, STORED ON THE BOX WHEN IT  *
      *  IS ADDED - THE FEE SCHEDULE REPRICES IT BY BRANCH            *
      *****************************************************************
       01 SDB-RENT-VALUES.
          05 FILLER  PIC X(08) VALUE 'S0006000'.
          05 FILLER  PIC X(08) VALUE 'M0010000'.
          05 FILLER  PIC X(08) VALUE 'L0017500'.
          05 FILLER  PIC X(08) VALUE 'X0030000'.
       01 SDB-RENT-TABLE REDEFINES SDB-RENT-VALUES.
          05 SDB-RENT-ENTRY           OCCURS 4 TIMES.
             10 SDB-TBL-SIZE          PIC X(1).
             10 SDB-TBL-RENT          PIC 9(5)V99.
       01 SDB-RENT-IX                 PIC S9(4)   COMP  VALUE 0.

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
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 FILLER                      PIC X(52).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-BRANCH-TEXT             PIC X(03)   VALUE SPACES.
       01 CMD-BOX-TEXT                PIC X(05)   VALUE SPACES.
       01 CMD-ARG-1-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-CO-1-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-CO-2-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 AUD-BOX-ID.
          05 AUD-BOX-BRANCH           PIC X(03)   VALUE SPACES.
          05 FILLER                   PIC X(01)   VALUE '-'.
          05 AUD-BOX-NUM              PIC X(05)   VALUE SPACES.
          05 FILLER                   PIC X(01)   VALUE SPACE.
       01 RENTER-NAME                 PIC X(30)   VALUE SPACES.
       01 EDIT-RENT                   PIC ZZ,ZZ9.99.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVSDBX'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVSDBX)
                                PF3(END-WGRVSDBX)
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
                       PERFORM ADD-BOX THRU ADD-BOX-EXIT
                    WHEN 'R'
                       PERFORM RENT-BOX THRU RENT-BOX-EXIT
                    WHEN 'S'
                       PERFORM SURRENDER-BOX THRU SURRENDER-BOX-EXIT
                    WHEN 'D'
                       PERFORM DRILL-BOX THRU DRILL-BOX-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-BOX THRU SHOW-BOX-EXIT
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
           MOVE 'WBSD' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'A,BR,BOX,SIZE  R,BR,BOX,RENTERID,ACCT,COID1,COID2'
                                                      TO GDNMSG1O.
           MOVE 'S,BR,BOX surrender  D,BR,BOX drilled  Q,BR,BOX show'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE BOX COMMAND                        **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a safe deposit box command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-BRANCH-TEXT CMD-BOX-TEXT CMD-ARG-1-TEXT
                          CMD-ACCT-TEXT CMD-CO-1-TEXT CMD-CO-2-TEXT
                          CMD-SSN-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-BRANCH-TEXT
                         CMD-BOX-TEXT CMD-ARG-1-TEXT
                         CMD-ACCT-TEXT CMD-CO-1-TEXT
                         CMD-CO-2-TEXT
           END-UNSTRING.
           MOVE SPACES TO GDNMSG2O.

           IF CMD-ACTION-TEXT NOT = 'A' AND CMD-ACTION-TEXT NOT = 'R'
              AND CMD-ACTION-TEXT NOT = 'S'
              AND CMD-ACTION-TEXT NOT = 'D'
              AND CMD-ACTION-TEXT NOT = 'Q'
              MOVE 'Action must be A, R, S, D or Q' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-BRANCH-TEXT = SPACES OR CMD-BOX-TEXT = SPACES
              MOVE 'Branch and box number are required' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'A'
              MOVE CMD-ARG-1-TEXT(1:1) TO SDB-SIZE-CODE
              IF CMD-ARG-1-TEXT(2:9) NOT = SPACES OR NOT SDB-SIZE-VALID
                 MOVE 'Box size must be S, M, L or X' TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           IF CMD-ACTION-TEXT = 'R'
              IF CMD-ARG-1-TEXT = SPACES OR CMD-ACCT-TEXT = SPACES
                 MOVE 'Renter customer id and account are required'
                                                      TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-CO-1-TEXT = CMD-ARG-1-TEXT OR
                 CMD-CO-2-TEXT = CMD-ARG-1-TEXT OR
                 (CMD-CO-2-TEXT NOT = SPACES AND
                  CMD-CO-2-TEXT = CMD-CO-1-TEXT)
                 MOVE 'Each renter may be named only once' TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           MOVE CMD-BRANCH-TEXT TO SDB-KEY-BRANCH AUD-BOX-BRANCH.
           MOVE CMD-BOX-TEXT    TO SDB-KEY-BOX-NUM AUD-BOX-NUM.
           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** ADD A BOX TO THE BRANCH INVENTORY, OR PUT A DRILLED BOX   **
      ** BACK IN SERVICE ONCE ITS LOCK HAS BEEN REPLACED           **
      **************************************************************
       ADD-BOX.
           EXEC CICS READ UPDATE
                     DATASET(WBSDBXDB-DD)
                     INTO(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RIDFLD(SDB-REC-KEY)
                     KEYLENGTH(LENGTH OF SDB-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 IF NOT SDB-STATUS-DRILLED
                    EXEC CICS UNLOCK DATASET(WBSDBXDB-DD) END-EXEC
                    MOVE 'Box is already in the inventory' TO GDNMSG1O
                    MOVE 2 TO RET-CODE
                    GO TO ADD-BOX-EXIT
                 END-IF
                 PERFORM CLEAR-RENTAL THRU CLEAR-RENTAL-EXIT
                 MOVE 'A'       TO SDB-STATUS-CODE
                 MOVE EIBOPID   TO SDB-MAINT-OPID
                 MOVE TODAY-ISO TO SDB-MAINT-DATE
                 EXEC CICS REWRITE
                           DATASET(WBSDBXDB-DD)
                           FROM(SDB-RECORD)
                           LENGTH(LENGTH OF SDB-RECORD)
                           RESP(RESP-CODE)
                 END-EXEC
                 IF RESP-CODE NOT = DFHRESP(NORMAL)
                    MOVE 'Error rewriting the box file' TO GDNMSG1O
                    MOVE 3 TO RET-CODE
                    GO TO ADD-BOX-EXIT
                 END-IF
                 MOVE 'Drilled box relocked and back in service'
                                                      TO GDNMSG1O
                 MOVE SPACES TO LOG-MSG-BUFFER
                 STRING 'Safe deposit box ' DELIMITED SIZE
                        AUD-BOX-ID DELIMITED SPACE
                        ' relocked, back in service by ' DELIMITED SIZE
                        EIBOPID DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
                 PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
                 GO TO ADD-BOX-EXIT
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'I/O error on the box file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO ADD-BOX-EXIT
           END-EVALUATE.

           MOVE SPACES               TO SDB-RECORD.
           MOVE CMD-BRANCH-TEXT      TO SDB-BRANCH.
           MOVE CMD-BOX-TEXT         TO SDB-BOX-NUM.
           MOVE CMD-ARG-1-TEXT(1:1)  TO SDB-SIZE-CODE.
           PERFORM CLEAR-RENTAL THRU CLEAR-RENTAL-EXIT.
           MOVE 'A'                  TO SDB-STATUS-CODE.
           MOVE EIBOPID              TO SDB-MAINT-OPID.
           MOVE TODAY-ISO            TO SDB-MAINT-DATE.
           MOVE 0 TO SDB-ANNUAL-RENT.
           PERFORM VARYING SDB-RENT-IX FROM 1 BY 1
                   UNTIL SDB-RENT-IX > 4
              IF SDB-TBL-SIZE(SDB-RENT-IX) = SDB-SIZE-CODE
                 MOVE SDB-TBL-RENT(SDB-RENT-IX) TO SDB-ANNUAL-RENT
              END-IF
           END-PERFORM.
           EXEC CICS WRITE
                     DATASET(WBSDBXDB-DD)
                     FROM(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RIDFLD(SDB-REC-KEY)
                     KEYLENGTH(LENGTH OF SDB-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the box file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO ADD-BOX-EXIT
           END-IF.

           MOVE SDB-ANNUAL-RENT TO EDIT-RENT.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' added, size ' DELIMITED SIZE
                  SDB-SIZE-CODE DELIMITED SIZE
                  ', standard rent ' DELIMITED SIZE
                  EDIT-RENT DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Safe deposit box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' size ' DELIMITED SIZE
                  SDB-SIZE-CODE DELIMITED SIZE
                  ' added by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       ADD-BOX-EXIT.
           EXIT.

      **************************************************************
      ** RENT AN AVAILABLE BOX. THE RENTER AND CO-RENTERS MUST BE  **
      ** LIVING CUSTOMERS AND THE RENT ACCOUNT AN OPEN CHECKING OR **
      ** SAVINGS ACCOUNT OF THE RENTER. THE FIRST YEAR'S RENT IS   **
      ** DUE TODAY AND IS TAKEN BY THE NEXT SDBBILL RUN.           **
      **************************************************************
       RENT-BOX.
           MOVE CMD-ARG-1-TEXT TO CUST-ID OF CUST-REC-KEY.
           PERFORM READ-LIVING-CUSTOMER THRU READ-LIVING-CUSTOMER-EXIT.
           IF RET-CODE NOT = 0
              GO TO RENT-BOX-EXIT
           END-IF.
           MOVE CUSTOMER-SSN  TO CMD-SSN-TEXT.
           MOVE CUSTOMER-NAME TO RENTER-NAME.

           IF CMD-CO-1-TEXT NOT = SPACES
              MOVE CMD-CO-1-TEXT TO CUST-ID OF CUST-REC-KEY
              PERFORM READ-LIVING-CUSTOMER
                 THRU READ-LIVING-CUSTOMER-EXIT
              IF RET-CODE NOT = 0
                 GO TO RENT-BOX-EXIT
              END-IF
           END-IF.
           IF CMD-CO-2-TEXT NOT = SPACES
              MOVE CMD-CO-2-TEXT TO CUST-ID OF CUST-REC-KEY
              PERFORM READ-LIVING-CUSTOMER
                 THRU READ-LIVING-CUSTOMER-EXIT
              IF RET-CODE NOT = 0
                 GO TO RENT-BOX-EXIT
              END-IF
           END-IF.

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
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Rent account not on file under the renter'
                                                      TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO RENT-BOX-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO RENT-BOX-EXIT
           END-EVALUATE.
           IF NOT ACCOUNT-TYPE-CHK AND NOT ACCOUNT-TYPE-SAV
              MOVE 'Rent must come from a checking or savings account'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO RENT-BOX-EXIT
           END-IF.
           IF NOT ACCOUNT-ACTIVE
              MOVE 'Rent account is not open' TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO RENT-BOX-EXIT
           END-IF.

           EXEC CICS READ UPDATE
                     DATASET(WBSDBXDB-DD)
                     INTO(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RIDFLD(SDB-REC-KEY)
                     KEYLENGTH(LENGTH OF SDB-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Box is not in the inventory' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO RENT-BOX-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the box file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO RENT-BOX-EXIT
           END-EVALUATE.
           IF NOT SDB-STATUS-AVAILABLE
              EXEC CICS UNLOCK DATASET(WBSDBXDB-DD) END-EXEC
              IF SDB-STATUS-DRILLED
                 MOVE 'Box was drilled - relock it and add it back'
                                                      TO GDNMSG1O
              ELSE
                 MOVE 'Box is already rented' TO GDNMSG1O
              END-IF
              MOVE 2 TO RET-CODE
              GO TO RENT-BOX-EXIT
           END-IF.

           PERFORM CLEAR-RENTAL THRU CLEAR-RENTAL-EXIT.
           MOVE 'R'            TO SDB-STATUS-CODE.
           MOVE CMD-ARG-1-TEXT TO SDB-RENTER-CUST-ID.
           MOVE CMD-SSN-TEXT   TO SDB-RENTER-SSN.
           MOVE CMD-CO-1-TEXT  TO SDB-CORENTER-1-ID.
           MOVE CMD-CO-2-TEXT  TO SDB-CORENTER-2-ID.
           MOVE CMD-ACCT-TEXT  TO SDB-PAY-ACCT-NUM.
           MOVE TODAY-ISO      TO SDB-RENTED-DATE SDB-RENT-DUE-DATE.
           MOVE EIBOPID        TO SDB-MAINT-OPID.
           MOVE TODAY-ISO      TO SDB-MAINT-DATE.
           EXEC CICS REWRITE
                     DATASET(WBSDBXDB-DD)
                     FROM(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error rewriting the box file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO RENT-BOX-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' rented to ' DELIMITED SIZE
                  RENTER-NAME DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SDB-ANNUAL-RENT TO EDIT-RENT.
           STRING 'Annual rent from ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' each ' DELIMITED SIZE
                  TODAY-ISO(6:5) DELIMITED SIZE
                  ', standard rent ' DELIMITED SIZE
                  EDIT-RENT DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Safe deposit box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' rented to ' DELIMITED SIZE
                  CMD-ARG-1-TEXT DELIMITED SPACE
                  ' co ' DELIMITED SIZE
                  CMD-CO-1-TEXT DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CMD-CO-2-TEXT DELIMITED SPACE
                  ' acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       RENT-BOX-EXIT.
           EXIT.

      **************************************************************
      ** SURRENDER A RENTED BOX - THE KEYS COME BACK AND THE BOX   **
      ** RETURNS TO THE AVAILABLE INVENTORY. RENT STILL OWED IS    **
      ** SHOWN SO THE TELLER CAN COLLECT IT AT THE COUNTER.        **
      **************************************************************
       SURRENDER-BOX.
           EXEC CICS READ UPDATE
                     DATASET(WBSDBXDB-DD)
                     INTO(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RIDFLD(SDB-REC-KEY)
                     KEYLENGTH(LENGTH OF SDB-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Box is not in the inventory' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SURRENDER-BOX-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the box file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SURRENDER-BOX-EXIT
           END-EVALUATE.
           IF NOT SDB-STATUS-RENTED AND NOT SDB-STATUS-DRILL-LISTED
              EXEC CICS UNLOCK DATASET(WBSDBXDB-DD) END-EXEC
              MOVE 'Box is not rented' TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO SURRENDER-BOX-EXIT
           END-IF.

           MOVE SDB-RENTER-SSN     TO CMD-SSN-TEXT.
           MOVE SDB-RENTER-CUST-ID TO CMD-ARG-1-TEXT.
           MOVE SPACES TO GDNMSG2O.
           IF SDB-RENT-DUE-DATE < TODAY-ISO
              STRING 'Rent unpaid since ' DELIMITED SIZE
                     SDB-RENT-DUE-DATE DELIMITED SIZE
                     ' - collect it at the counter' DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           END-IF.

           PERFORM CLEAR-RENTAL THRU CLEAR-RENTAL-EXIT.
           MOVE 'A'       TO SDB-STATUS-CODE.
           MOVE EIBOPID   TO SDB-MAINT-OPID.
           MOVE TODAY-ISO TO SDB-MAINT-DATE.
           EXEC CICS REWRITE
                     DATASET(WBSDBXDB-DD)
                     FROM(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error rewriting the box file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO SURRENDER-BOX-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' surrendered by ' DELIMITED SIZE
                  CMD-ARG-1-TEXT DELIMITED SPACE
                  ' - now available' DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Safe deposit box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' surrendered by ' DELIMITED SIZE
                  CMD-ARG-1-TEXT DELIMITED SPACE
                  ' teller ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       SURRENDER-BOX-EXIT.
           EXIT.

      **************************************************************
      ** RECORD A DRILL-LISTED BOX AS DRILLED. THE RENTER STAYS ON **
      ** THE RECORD FOR THE VAULT INVENTORY OF THE CONTENTS UNTIL  **
      ** THE BOX IS RELOCKED AND ADDED BACK.                       **
      **************************************************************
       DRILL-BOX.
           EXEC CICS READ UPDATE
                     DATASET(WBSDBXDB-DD)
                     INTO(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RIDFLD(SDB-REC-KEY)
                     KEYLENGTH(LENGTH OF SDB-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Box is not in the inventory' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO DRILL-BOX-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the box file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO DRILL-BOX-EXIT
           END-EVALUATE.
           IF NOT SDB-STATUS-DRILL-LISTED
              EXEC CICS UNLOCK DATASET(WBSDBXDB-DD) END-EXEC
              MOVE 'Only a box on the drilling list may be drilled'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO DRILL-BOX-EXIT
           END-IF.

           MOVE SDB-RENTER-SSN     TO CMD-SSN-TEXT.
           MOVE SDB-RENTER-CUST-ID TO CMD-ARG-1-TEXT.
           MOVE 'D'       TO SDB-STATUS-CODE.
           MOVE TODAY-ISO TO SDB-DRILLED-DATE.
           MOVE EIBOPID   TO SDB-MAINT-OPID.
           MOVE TODAY-ISO TO SDB-MAINT-DATE.
           EXEC CICS REWRITE
                     DATASET(WBSDBXDB-DD)
                     FROM(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error rewriting the box file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO DRILL-BOX-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' recorded drilled - contents to the vault'
                                                DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE 'Relock the box, then A,BR,BOX,SIZE returns it'
                                                      TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Safe deposit box ' DELIMITED SIZE
                  AUD-BOX-ID DELIMITED SPACE
                  ' drilled for unpaid rent, renter ' DELIMITED SIZE
                  CMD-ARG-1-TEXT DELIMITED SPACE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       DRILL-BOX-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE BOX                                              **
      **************************************************************
       SHOW-BOX.
           EXEC CICS READ
                     DATASET(WBSDBXDB-DD)
                     INTO(SDB-RECORD)
                     LENGTH(LENGTH OF SDB-RECORD)
                     RIDFLD(SDB-REC-KEY)
                     KEYLENGTH(LENGTH OF SDB-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Box is not in the inventory' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-BOX-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the box file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-BOX-EXIT
           END-EVALUATE.

           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           EVALUATE TRUE
              WHEN SDB-STATUS-AVAILABLE
                 MOVE SDB-ANNUAL-RENT TO EDIT-RENT
                 STRING 'Box ' DELIMITED SIZE
                        AUD-BOX-ID DELIMITED SPACE
                        ' size ' DELIMITED SIZE
                        SDB-SIZE-CODE DELIMITED SIZE
                        ' available, standard rent ' DELIMITED SIZE
                        EDIT-RENT DELIMITED SIZE
                        INTO GDNMSG1O
                 END-STRING
              WHEN SDB-STATUS-DRILLED
                 STRING 'Box ' DELIMITED SIZE
                        AUD-BOX-ID DELIMITED SPACE
                        ' drilled ' DELIMITED SIZE
                        SDB-DRILLED-DATE DELIMITED SIZE
                        ' - renter was ' DELIMITED SIZE
                        SDB-RENTER-CUST-ID DELIMITED SPACE
                        INTO GDNMSG1O
                 END-STRING
              WHEN OTHER
                 STRING 'Box ' DELIMITED SIZE
                        AUD-BOX-ID DELIMITED SPACE
                        ' size ' DELIMITED SIZE
                        SDB-SIZE-CODE DELIMITED SIZE
                        ' renter ' DELIMITED SIZE
                        SDB-RENTER-CUST-ID DELIMITED SPACE
                        ' co ' DELIMITED SIZE
                        SDB-CORENTER-1-ID DELIMITED SPACE
                        ' ' DELIMITED SIZE
                        SDB-CORENTER-2-ID DELIMITED SPACE
                        ' acct ' DELIMITED SIZE
                        SDB-PAY-ACCT-NUM DELIMITED SPACE
                        INTO GDNMSG1O
                 END-STRING
                 IF SDB-STATUS-DRILL-LISTED
                    STRING 'RENT UNPAID since ' DELIMITED SIZE
                           SDB-RENT-DUE-DATE DELIMITED SIZE
                           ' - on the drilling list since '
                                                   DELIMITED SIZE
                           SDB-DRILL-LIST-DATE DELIMITED SIZE
                           INTO GDNMSG2O
                    END-STRING
                 ELSE
                    STRING 'Rent due ' DELIMITED SIZE
                           SDB-RENT-DUE-DATE DELIMITED SIZE
                           '  last paid ' DELIMITED SIZE
                           SDB-LAST-PAID-DATE DELIMITED SIZE
                           INTO GDNMSG2O
                    END-STRING
                 END-IF
           END-EVALUATE.

       SHOW-BOX-EXIT.
           EXIT.

      **************************************************************
      ** CLEAR THE RENTAL FIELDS OF THE BOX IN SDB-RECORD          **
      **************************************************************
       CLEAR-RENTAL.
           MOVE SPACES TO SDB-RENTER-CUST-ID SDB-RENTER-SSN
                          SDB-CORENTER-1-ID SDB-CORENTER-2-ID
                          SDB-PAY-ACCT-NUM SDB-RENT-DUE-DATE
                          SDB-RENTED-DATE SDB-LAST-PAID-DATE
                          SDB-NOTICE-DATE SDB-DRILL-LIST-DATE
                          SDB-DRILLED-DATE.
           MOVE 0 TO SDB-LAST-PAID-AMT.

       CLEAR-RENTAL-EXIT.
           EXIT.

      **************************************************************
      ** READ THE CUSTOMER NAMED BY CUST-REC-KEY, WHO MUST BE      **
      ** LIVING                                                    **
      **************************************************************
       READ-LIVING-CUSTOMER.
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
                 GO TO READ-LIVING-CUSTOMER-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the customer file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO READ-LIVING-CUSTOMER-EXIT
           END-EVALUATE.
           IF NOT CUSTOMER-IS-LIVING
              MOVE SPACES TO GDNMSG1O
              STRING 'Customer ' DELIMITED SIZE
                     CUST-ID OF CUST-REC-KEY DELIMITED SPACE
                     ' has a date of death on file' DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              MOVE 2 TO RET-CODE
           END-IF.

       READ-LIVING-CUSTOMER-EXIT.
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
      *  BOX ACTIONS ARE FILED UNDER THE RENTER'S SSN AND THE BOX ID  *
      *  (BRANCH-BOX) IN PLACE OF AN ACCOUNT NUMBER.                  *
      *****************************************************************
       WRITE-AUDIT-REC.
           ADD 1 TO AUD-CALL-COUNT
           EXEC CICS ASKTIME ABSTIME(AUD-UTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(AUD-UTIME)
                                YYYYMMDD(AUD-DATE)
                                TIME(AUD-TIME)
                                END-EXEC
           MOVE CMD-SSN-TEXT        TO AUD-SSN
           MOVE AUD-BOX-ID          TO AUD-ACCT-NUM
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

       END-WGRVSDBX.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVSDBX-EXIT.
           EXIT.
