      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** ACH DEBIT BLOCK/FILTER MAINTENANCE FOR TELLERS. THE COMMAND *
      ** RIDES IN THE NAME FIELD OF THE GDNAME MAP AS                 *
      **    M,SSN,ACCT,MODE - ENROLL THE ACCOUNT OR CHANGE ITS MODE: *
      **        B BLOCKS EVERY ACH DEBIT, F ALLOWS ONLY THE LISTED   *
      **        ORIGINATOR COMPANY IDS                                *
      **    A,SSN,ACCT,COMPANYID,MAXAMOUNT - AUTHORIZE AN ORIGINATOR *
      **        (MAXAMOUNT 0 OR BLANK = NO LIMIT)                     *
      **    R,SSN,ACCT,COMPANYID - REMOVE AN ORIGINATOR               *
      **    X,SSN,ACCT - END THE ACCOUNT'S ENROLLMENT                 *
      ** THE NIGHTLY ACHPOST RUN RETURNS EVERY DEBIT THE FILE DOES   *
      ** NOT AUTHORIZE AND ALERTS THE CUSTOMER. CARDS SUPPLIED BY    *
      ** THE CUSTOMER ARE LOADED BY THE ACHALOAD BATCH.              *
      ** EVERY ACTION IS LOGGED TO WBAUDTDB.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVACHA.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBACHADB-DD                 PIC X(8)   VALUE 'WBACHADB'.
       01 ACA-REC-KEY.
          05 ACA-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 ACA-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
          05 ACA-KEY-COMPANY-ID       PIC X(10)  VALUE SPACES.
       01 ACH-AUTH-RECORD.
          05 ACA-SSN                  PIC X(9).
          05 ACA-ACCT-NUM             PIC X(10).
          05 ACA-COMPANY-ID           PIC X(10).
          05 ACA-MODE-CODE            PIC X(1).
             88 ACA-MODE-BLOCK-ALL           VALUE 'B'.
             88 ACA-MODE-FILTER              VALUE 'F'.
          05 ACA-MAX-AMOUNT           PIC S9(13)V99  COMP-3.
          05 ACA-STATUS-CODE          PIC X(1).
             88 ACA-STATUS-ACTIVE            VALUE 'A'.
             88 ACA-STATUS-CANCELLED         VALUE 'C'.
          05 ACA-COMPANY-NAME         PIC X(16).
          05 ACA-MAINT-OPID           PIC X(3).
          05 ACA-MAINT-DATE           PIC X(10).
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
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 FILLER                      PIC X(52).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-MODE-TEXT               PIC X(01)   VALUE SPACE.
       01 CMD-COMPANY-TEXT            PIC X(10)   VALUE SPACES.
       01 CMD-AMT-TEXT                PIC X(14)   VALUE SPACES.
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 AUTH-MAX-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
       01 AMT-WHOLE                   PIC 9(11)   VALUE 0.
       01 AMT-CENTS                   PIC 99      VALUE 0.
       01 AMT-DOING-CENTS             PIC X       VALUE 'N'.
       01 AMT-CENTS-SEEN              PIC S9(4)   COMP VALUE 0.
       01 I                           PIC S9(4)   COMP.
       01 AUTH-FOUND                  PIC X       VALUE 'N'.
       01 ENROLLED-SW                 PIC X       VALUE 'N'.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVACHA'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVACHA)
                                PF3(END-WGRVACHA)
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
                 PERFORM READ-ACCOUNT THRU READ-ACCOUNT-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'M'
                       PERFORM SET-MODE THRU SET-MODE-EXIT
                    WHEN 'A'
                       PERFORM ADD-ORIGINATOR THRU ADD-ORIGINATOR-EXIT
                    WHEN OTHER
                       PERFORM CANCEL-AUTH THRU CANCEL-AUTH-EXIT
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
           MOVE 'WBAH' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'M,SSN,ACCT,B/F sets mode  X,SSN,ACCT ends'
                                                      TO GDNMSG1O.
           MOVE 'A,SSN,ACCT,COID,MAX adds  R,SSN,ACCT,COID removes'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE AUTHORIZATION COMMAND              **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter an ACH authorization command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT
                          CMD-COMPANY-TEXT CMD-AMT-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT CMD-MODE-TEXT.
           MOVE 0      TO AUTH-MAX-AMOUNT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'M'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-MODE-TEXT
                 END-UNSTRING
              WHEN 'A'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-COMPANY-TEXT
                               CMD-AMT-TEXT
                 END-UNSTRING
              WHEN 'R'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-COMPANY-TEXT
                 END-UNSTRING
              WHEN 'X'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be M, A, R or X' TO GDNMSG1O
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

           IF CMD-ACTION-TEXT = 'M'
              AND CMD-MODE-TEXT NOT = 'B' AND CMD-MODE-TEXT NOT = 'F'
              MOVE 'Mode must be B (block all) or F (filter)'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF (CMD-ACTION-TEXT = 'A' OR CMD-ACTION-TEXT = 'R')
              AND CMD-COMPANY-TEXT = SPACES
              MOVE 'Originator company ID must not be blank'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'A'
              PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
              IF RET-CODE NOT = 0
                 MOVE SPACES TO GDNMSG2O
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** PARSE A DOLLAR AMOUNT OF THE FORM 99999.99                **
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
                    MOVE 'Maximum amount must be numeric' TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-AMOUNT-EXIT
              END-EVALUATE
           END-PERFORM.
           IF AMT-CENTS-SEEN = 1
              COMPUTE AMT-CENTS = AMT-CENTS * 10
           END-IF.
           COMPUTE AUTH-MAX-AMOUNT = AMT-WHOLE + (AMT-CENTS / 100).

       PARSE-AMOUNT-EXIT.
           EXIT.

      **************************************************************
      ** THE ACCOUNT MUST BE ON FILE - ENROLLING OR ADDING AN      **
      ** ORIGINATOR ALSO NEEDS IT OPEN                             **
      **************************************************************
       READ-ACCOUNT.
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
                 MOVE 'Account not on file under that SSN' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO READ-ACCOUNT-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO READ-ACCOUNT-EXIT
           END-EVALUATE.
           IF (CMD-ACTION-TEXT = 'M' OR CMD-ACTION-TEXT = 'A')
              AND ACCOUNT-CLOSED
              MOVE 'Account is closed' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
           END-IF.

       READ-ACCOUNT-EXIT.
           EXIT.

      **************************************************************
      ** READ THE AUTHORIZATION RECORD IN ACA-REC-KEY FOR UPDATE   **
      **************************************************************
       READ-AUTH-FOR-UPDATE.
           MOVE 'N' TO AUTH-FOUND.
           EXEC CICS READ UPDATE
                     DATASET(WBACHADB-DD)
                     INTO(ACH-AUTH-RECORD)
                     LENGTH(LENGTH OF ACH-AUTH-RECORD)
                     RIDFLD(ACA-REC-KEY)
                     KEYLENGTH(LENGTH OF ACA-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE 'Y' TO AUTH-FOUND
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'I/O error on the ACH authorization file'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       READ-AUTH-FOR-UPDATE-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE AUTHORIZATION RECORD, OR REWRITE IT WHEN THE    **
      ** READ FOR UPDATE FOUND ONE                                 **
      **************************************************************
       STORE-AUTH.
           MOVE EIBOPID   TO ACA-MAINT-OPID.
           MOVE TODAY-ISO TO ACA-MAINT-DATE.
           IF AUTH-FOUND = 'Y'
              EXEC CICS REWRITE
                        DATASET(WBACHADB-DD)
                        FROM(ACH-AUTH-RECORD)
                        LENGTH(LENGTH OF ACH-AUTH-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBACHADB-DD)
                        FROM(ACH-AUTH-RECORD)
                        LENGTH(LENGTH OF ACH-AUTH-RECORD)
                        KEYLENGTH(LENGTH OF ACA-REC-KEY)
                        RIDFLD(ACA-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the ACH authorization file'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
           END-IF.

       STORE-AUTH-EXIT.
           EXIT.

      **************************************************************
      ** ENROLL THE ACCOUNT OR CHANGE ITS MODE ON THE CONTROL      **
      ** RECORD (COMPANY ID SPACES)                                **
      **************************************************************
       SET-MODE.
           MOVE CMD-SSN-TEXT  TO ACA-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACA-KEY-ACCT-NUM.
           MOVE SPACES        TO ACA-KEY-COMPANY-ID.
           PERFORM READ-AUTH-FOR-UPDATE THRU READ-AUTH-FOR-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-MODE-EXIT
           END-IF.

           IF AUTH-FOUND NOT = 'Y'
              MOVE SPACES TO ACH-AUTH-RECORD
           END-IF.
           MOVE CMD-SSN-TEXT  TO ACA-SSN.
           MOVE CMD-ACCT-TEXT TO ACA-ACCT-NUM.
           MOVE SPACES        TO ACA-COMPANY-ID ACA-COMPANY-NAME.
           MOVE CMD-MODE-TEXT TO ACA-MODE-CODE.
           MOVE 0             TO ACA-MAX-AMOUNT.
           MOVE 'A'           TO ACA-STATUS-CODE.
           PERFORM STORE-AUTH THRU STORE-AUTH-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-MODE-EXIT
           END-IF.

           IF ACA-MODE-BLOCK-ALL
              MOVE 'All ACH debits to the account are now blocked'
                                                      TO GDNMSG1O
           ELSE
              MOVE 'Only listed originators may debit the account'
                                                      TO GDNMSG1O
           END-IF.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'ACH block mode ' DELIMITED SIZE
                  CMD-MODE-TEXT DELIMITED SIZE
                  ' set on acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       SET-MODE-EXIT.
           EXIT.

      **************************************************************
      ** ADD OR REPLACE AN AUTHORIZED ORIGINATOR. THE LIST ONLY    **
      ** APPLIES WHILE THE ACCOUNT IS ENROLLED IN FILTER MODE, SO  **
      ** THE TELLER IS REMINDED WHEN IT IS NOT                     **
      **************************************************************
       ADD-ORIGINATOR.
           MOVE 'N'           TO ENROLLED-SW.
           MOVE CMD-SSN-TEXT  TO ACA-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACA-KEY-ACCT-NUM.
           MOVE SPACES        TO ACA-KEY-COMPANY-ID.
           EXEC CICS READ
                     DATASET(WBACHADB-DD)
                     INTO(ACH-AUTH-RECORD)
                     LENGTH(LENGTH OF ACH-AUTH-RECORD)
                     RIDFLD(ACA-REC-KEY)
                     KEYLENGTH(LENGTH OF ACA-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
              AND ACA-STATUS-ACTIVE AND ACA-MODE-FILTER
              MOVE 'Y' TO ENROLLED-SW
           END-IF.

           MOVE CMD-COMPANY-TEXT TO ACA-KEY-COMPANY-ID.
           PERFORM READ-AUTH-FOR-UPDATE THRU READ-AUTH-FOR-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO ADD-ORIGINATOR-EXIT
           END-IF.

           IF AUTH-FOUND NOT = 'Y'
              MOVE SPACES TO ACH-AUTH-RECORD
           END-IF.
           MOVE CMD-SSN-TEXT     TO ACA-SSN.
           MOVE CMD-ACCT-TEXT    TO ACA-ACCT-NUM.
           MOVE CMD-COMPANY-TEXT TO ACA-COMPANY-ID.
           MOVE SPACE            TO ACA-MODE-CODE.
           MOVE AUTH-MAX-AMOUNT  TO ACA-MAX-AMOUNT.
           MOVE 'A'              TO ACA-STATUS-CODE.
           PERFORM STORE-AUTH THRU STORE-AUTH-EXIT.
           IF RET-CODE NOT = 0
              GO TO ADD-ORIGINATOR-EXIT
           END-IF.

           MOVE 'Originator authorized' TO GDNMSG1O.
           IF ENROLLED-SW = 'Y'
              MOVE SPACES TO GDNMSG2O
           ELSE
              MOVE 'Account is not in filter mode - use M,...,F'
                                                      TO GDNMSG2O
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'ACH originator ' DELIMITED SIZE
                  CMD-COMPANY-TEXT DELIMITED SIZE
                  ' authorized on acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       ADD-ORIGINATOR-EXIT.
           EXIT.

      **************************************************************
      ** CANCEL AN ORIGINATOR (R) OR THE CONTROL RECORD (X) - THE  **
      ** RECORD STAYS ON FILE FOR THE HISTORY                      **
      **************************************************************
       CANCEL-AUTH.
           MOVE CMD-SSN-TEXT  TO ACA-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACA-KEY-ACCT-NUM.
           IF CMD-ACTION-TEXT = 'X'
              MOVE SPACES           TO ACA-KEY-COMPANY-ID
           ELSE
              MOVE CMD-COMPANY-TEXT TO ACA-KEY-COMPANY-ID
           END-IF.
           PERFORM READ-AUTH-FOR-UPDATE THRU READ-AUTH-FOR-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO CANCEL-AUTH-EXIT
           END-IF.
           IF AUTH-FOUND NOT = 'Y' OR ACA-STATUS-CANCELLED
              IF CMD-ACTION-TEXT = 'X'
                 MOVE 'Account is not enrolled' TO GDNMSG1O
              ELSE
                 MOVE 'Originator not authorized on the account'
                                                      TO GDNMSG1O
              END-IF
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              IF AUTH-FOUND = 'Y'
                 EXEC CICS UNLOCK DATASET(WBACHADB-DD)
                                  RESP(RESP-CODE) END-EXEC
              END-IF
              GO TO CANCEL-AUTH-EXIT
           END-IF.

           MOVE 'C' TO ACA-STATUS-CODE.
           PERFORM STORE-AUTH THRU STORE-AUTH-EXIT.
           IF RET-CODE NOT = 0
              GO TO CANCEL-AUTH-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'X'
              MOVE 'ACH block/filter service ended' TO GDNMSG1O
           ELSE
              MOVE 'Originator removed' TO GDNMSG1O
           END-IF.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           IF CMD-ACTION-TEXT = 'X'
              STRING 'ACH block service ended on acct ' DELIMITED SIZE
                     CMD-ACCT-TEXT DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     EIBOPID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
           ELSE
              STRING 'ACH originator ' DELIMITED SIZE
                     CMD-COMPANY-TEXT DELIMITED SIZE
                     ' removed from acct ' DELIMITED SIZE
                     CMD-ACCT-TEXT DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     EIBOPID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
           END-IF.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CANCEL-AUTH-EXIT.
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

       END-WGRVACHA.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVACHA-EXIT.
           EXIT.
