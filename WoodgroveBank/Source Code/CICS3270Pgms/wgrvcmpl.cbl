      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** CUSTOMER COMPLAINT LOG. A COMPLAINT TAKEN AT THE WINDOW, ON  *
      ** THE PHONE, BY LETTER OR EMAIL OR REFERRED BY A REGULATOR IS  *
      ** LOGGED HERE ON WBCMPLDB WITH ITS CATEGORY AND A RESPONSE     *
      ** DUE DATE FIFTEEN DAYS OUT, THEN ASSIGNED AND RESOLVED WITH   *
      ** A ROOT CAUSE. THE COMMAND RIDES IN THE NAME FIELD OF THE     *
      ** GDNAME MAP AS                                                *
      **    O,SSN,ACCT,CH,CAT,TEXT - LOG A COMPLAINT (THE ACCOUNT MAY *
      **        BE LEFT EMPTY; THE TEXT RUNS TO THE END OF THE FIELD) *
      **    A,SSN,SEQ,OPID - ASSIGN IT TO AN OPERATOR, OPTIONALLY     *
      **        FOLLOWED BY ,YYYY-MM-DD TO MOVE THE DUE DATE          *
      **        (SUPERVISORS ONLY)                                    *
      **    R,SSN,SEQ,CAUSE,TEXT - RESOLVE IT WITH A ROOT CAUSE AND   *
      **        RESOLUTION (THE ASSIGNED OPERATOR OR A SUPERVISOR)    *
      **    Q,SSN,SEQ - SHOW A COMPLAINT                              *
      ** CHANNEL T TELLER, P PHONE, L LETTER, E EMAIL, R REGULATOR.   *
      ** CATEGORY FE FEES, ER ERRORS, SV SERVICE, DI DISCRIMINATION,  *
      ** PR PRIVACY, DS DISCLOSURE, CO COLLECTIONS, OT OTHER.         *
      ** ROOT CAUSE PR PROCESS, TR TRAINING, SY SYSTEM, PO POLICY,    *
      ** TP THIRD PARTY, NF NO FAULT FOUND.                           *
      ** EVERY ACTION IS LOGGED TO WBAUDTDB. CMPLAGE AGES THE OPEN    *
      ** COMPLAINTS WEEKLY AND CMPLQTR SUMMARIZES THE QUARTER.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCMPL.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCMPLDB-DD                 PIC X(8)   VALUE 'WBCMPLDB'.
       01 CMP-REC-KEY.
          05 CMP-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 CMP-KEY-SEQ              PIC 9(4)   VALUE 0.
       01 COMPLAINT-RECORD.
          05 CMP-SSN                  PIC X(9).
          05 CMP-SEQ                  PIC 9(4).
          05 CMP-ACCT-NUM             PIC X(10).
          05 CMP-BRANCH               PIC X(3).
          05 CMP-CHANNEL-CODE         PIC X(1).
             88 CMP-CHANNEL-VALID            VALUE 'T' 'P' 'L'
                                                   'E' 'R'.
          05 CMP-CATEGORY-CODE        PIC X(2).
             88 CMP-CATEGORY-VALID           VALUE 'FE' 'ER'
                                                   'SV' 'DI'
                                                   'PR' 'DS'
                                                   'CO' 'OT'.
          05 CMP-RECEIVED-DATE        PIC X(10).
          05 CMP-DUE-DATE             PIC X(10).
          05 CMP-STATUS-CODE          PIC X(1).
             88 CMP-STATUS-OPEN              VALUE 'O'.
             88 CMP-STATUS-RESOLVED          VALUE 'R'.
          05 CMP-DESC-TEXT            PIC X(60).
          05 CMP-OPENED-OPID          PIC X(3).
          05 CMP-ASSIGNED-OPID        PIC X(3).
          05 CMP-ROOT-CAUSE-CODE      PIC X(2).
             88 CMP-CAUSE-VALID              VALUE 'PR' 'TR'
                                                   'SY' 'PO'
                                                   'TP' 'NF'.
          05 CMP-RESOLUTION-TEXT      PIC X(40).
          05 CMP-RESOLVED-DATE        PIC X(10).
          05 CMP-RESOLVED-OPID        PIC X(3).
          05 FILLER                   PIC X(29).

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
           05 FILLER                      PIC X(23).
           05 ACCOUNT-BRANCH              PIC X(03).
           05 FILLER                      PIC X(26).

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

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-SEQ-TEXT                PIC X(04)   VALUE SPACES.
       01 CMD-SEQ-NUM                 PIC 9(4)    VALUE 0.
       01 CMD-CHANNEL-TEXT            PIC X(01)   VALUE SPACE.
       01 CMD-CATEGORY-TEXT           PIC X(02)   VALUE SPACES.
       01 CMD-CAUSE-TEXT              PIC X(02)   VALUE SPACES.
       01 CMD-OPID-TEXT               PIC X(03)   VALUE SPACES.
       01 CMD-DUE-TEXT                PIC X(10)   VALUE SPACES.
       01 CMD-DESC-TEXT               PIC X(60)   VALUE SPACES.
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 I                           PIC S9(4)   COMP.
       01 NEXT-SEQ                    PIC 9(4)    VALUE 0.
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 SCAN-PTR                    PIC S9(4)   COMP VALUE 1.

      *    WHAT THE SIGNED-ON OPERATOR MAY DO. AN EMPTY OR ABSENT
      *    ENTITLEMENT FILE IS LET THROUGH FOR THE INITIAL LOAD, AS
      *    ON WGRVOPER, WITH NO BRANCH TO STAMP.
       01 USER-SUPERVISOR-SW          PIC X       VALUE 'N'.
          88 USER-IS-SUPERVISOR                   VALUE 'Y'.
       01 USER-BRANCH                 PIC X(3)    VALUE SPACES.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.
       01 DUE-ISO                     PIC X(10)   VALUE SPACES.
       01 STATUS-WORD                 PIC X(08)   VALUE SPACES.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVCMPL'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVCMPL)
                                PF3(END-WGRVCMPL)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
              IF RET-CODE = 0 THEN
                 PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'O'
                       PERFORM OPEN-COMPLAINT
                          THRU OPEN-COMPLAINT-EXIT
                    WHEN 'A'
                       PERFORM ASSIGN-COMPLAINT
                          THRU ASSIGN-COMPLAINT-EXIT
                    WHEN 'R'
                       PERFORM RESOLVE-COMPLAINT
                          THRU RESOLVE-COMPLAINT-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-COMPLAINT THRU SHOW-COMPLAINT-EXIT
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
           MOVE 'WBCP' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE
              'O,SSN,ACCT,CH,CAT,TEXT logs  A,SSN,SEQ,OPID,DUE assigns'
                                                         TO GDNMSG1O.
           MOVE 'R,SSN,SEQ,CAUSE,TEXT resolves  Q,SSN,SEQ shows'
                                                         TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** ANY OPERATOR MAY LOG AND LOOK UP A COMPLAINT; A BARRED    **
      ** OPERATOR MAY DO NOTHING. NOTE THE OPERATOR'S ROLE AND     **
      ** BRANCH FOR THE ASSIGN AND RESOLVE CHECKS AND THE BRANCH   **
      ** STAMP.                                                    **
      **************************************************************
       CHECK-OPERATOR.
           MOVE 'N'     TO USER-SUPERVISOR-SW.
           MOVE SPACES  TO USER-BRANCH.
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
                 IF OPR-ACCESS-BARRED
                    MOVE 'Operator access is suspended' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 9 TO RET-CODE
                 ELSE
                    IF OPR-ROLE-SUPERVISOR
                       MOVE 'Y' TO USER-SUPERVISOR-SW
                    END-IF
                    MOVE OPR-BRANCH TO USER-BRANCH
                 END-IF
              WHEN DFHRESP(NOTFND)
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Y' TO USER-SUPERVISOR-SW
              WHEN OTHER
                 MOVE 'I/O error on the entitlement file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 9 TO RET-CODE
           END-EVALUATE.

       CHECK-OPERATOR-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE COMPLAINT COMMAND                  **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a complaint command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT CMD-SEQ-TEXT
                          CMD-CATEGORY-TEXT CMD-CAUSE-TEXT
                          CMD-OPID-TEXT CMD-DUE-TEXT CMD-DESC-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT CMD-CHANNEL-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           MOVE 1 TO SCAN-PTR.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'O'
      *          THE DESCRIPTION MAY CARRY COMMAS, SO ONLY THE
      *          LEADING FIELDS ARE SPLIT AND THE REST IS TAKEN
      *          WHOLE FROM THE POINTER ONWARD
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-CHANNEL-TEXT
                               CMD-CATEGORY-TEXT
                          WITH POINTER SCAN-PTR
                 END-UNSTRING
                 IF SCAN-PTR <= LENGTH OF GDNNAMEI
                    MOVE GDNNAMEI(SCAN-PTR:) TO CMD-DESC-TEXT
                 END-IF
              WHEN 'A'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-SEQ-TEXT CMD-OPID-TEXT
                               CMD-DUE-TEXT
                 END-UNSTRING
              WHEN 'R'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-SEQ-TEXT CMD-CAUSE-TEXT
                          WITH POINTER SCAN-PTR
                 END-UNSTRING
                 IF SCAN-PTR <= LENGTH OF GDNNAMEI
                    MOVE GDNNAMEI(SCAN-PTR:) TO CMD-DESC-TEXT
                 END-IF
              WHEN 'Q'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-SEQ-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be O, A, R or Q' TO GDNMSG1O
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

           IF CMD-ACTION-TEXT = 'O'
              MOVE CMD-CHANNEL-TEXT  TO CMP-CHANNEL-CODE
              MOVE CMD-CATEGORY-TEXT TO CMP-CATEGORY-CODE
              IF NOT CMP-CHANNEL-VALID
                 MOVE 'Channel must be T, P, L, E or R' TO GDNMSG1O
                 MOVE 'Teller, Phone, Letter, Email, Regulator referral'
                                                      TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF NOT CMP-CATEGORY-VALID
                 MOVE 'Category must be FE ER SV DI PR DS CO or OT'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 STRING 'Fees Errors Service Discrimination '
                                                      DELIMITED SIZE
                        'Privacy Disclosure Collections Other'
                                                      DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-DESC-TEXT = SPACES
                 MOVE 'Description must not be blank' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           ELSE
              MOVE 0 TO CMD-SEQ-NUM
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                 IF CMD-SEQ-TEXT(I:1) IS NUMERIC
                    MOVE CMD-SEQ-TEXT(I:1) TO CMD-DIGIT
                    COMPUTE CMD-SEQ-NUM =
                       (CMD-SEQ-NUM * 10) + CMD-DIGIT
                 END-IF
              END-PERFORM
              IF CMD-SEQ-NUM = 0
                 MOVE 'Complaint sequence must not be zero' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           IF CMD-ACTION-TEXT = 'A'
              IF NOT USER-IS-SUPERVISOR
                 MOVE 'Only a supervisor may assign complaints'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 9 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-OPID-TEXT = SPACES
                 MOVE 'Assigned operator must not be blank' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-DUE-TEXT NOT = SPACES
                 IF CMD-DUE-TEXT(1:4) NOT NUMERIC
                    OR CMD-DUE-TEXT(5:1) NOT = '-'
                    OR CMD-DUE-TEXT(6:2) NOT NUMERIC
                    OR CMD-DUE-TEXT(8:1) NOT = '-'
                    OR CMD-DUE-TEXT(9:2) NOT NUMERIC
                    MOVE 'Due date must be YYYY-MM-DD' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 IF CMD-DUE-TEXT < TODAY-ISO
                    MOVE 'Due date must not be in the past' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              END-IF
           END-IF.

           IF CMD-ACTION-TEXT = 'R'
              MOVE CMD-CAUSE-TEXT TO CMP-ROOT-CAUSE-CODE
              IF NOT CMP-CAUSE-VALID
                 MOVE 'Root cause must be PR TR SY PO TP or NF'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 STRING 'Process Training System Policy '
                                                      DELIMITED SIZE
                        'Third-party No-fault-found' DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-DESC-TEXT = SPACES
                 MOVE 'Resolution must not be blank' TO GDNMSG1O
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
      ** LOG A COMPLAINT UNDER THE CUSTOMER'S NEXT FREE SEQUENCE,  **
      ** BRANCHED TO THE ACCOUNT'S SERVICING BRANCH (OR THE        **
      ** OPERATOR'S WHEN NO ACCOUNT IS NAMED), DUE FIFTEEN DAYS    **
      ** OUT                                                       **
      **************************************************************
       OPEN-COMPLAINT.
           IF CMD-ACCT-TEXT NOT = SPACES
              PERFORM READ-ACCOUNT THRU READ-ACCOUNT-EXIT
              IF RET-CODE NOT = 0
                 GO TO OPEN-COMPLAINT-EXIT
              END-IF
              IF ACCOUNT-BRANCH NOT = SPACES
                 MOVE ACCOUNT-BRANCH TO USER-BRANCH
              END-IF
           END-IF.

           MOVE 0   TO NEXT-SEQ.
           MOVE 'N' TO SCAN-DONE.
           MOVE CMD-SSN-TEXT  TO CMP-KEY-SSN.
           MOVE 0             TO CMP-KEY-SEQ.
           EXEC CICS STARTBR
                     DATASET(WBCMPLDB-DD)
                     RIDFLD(CMP-REC-KEY)
                     KEYLENGTH(LENGTH OF CMP-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Y' TO SCAN-DONE
           END-IF.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBCMPLDB-DD)
                        INTO(COMPLAINT-RECORD)
                        LENGTH(LENGTH OF COMPLAINT-RECORD)
                        RIDFLD(CMP-REC-KEY)
                        KEYLENGTH(LENGTH OF CMP-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF CMP-SSN NOT = CMD-SSN-TEXT THEN
                    MOVE 'Y' TO SCAN-DONE
                 ELSE
                    IF CMP-SEQ > NEXT-SEQ
                       MOVE CMP-SEQ TO NEXT-SEQ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBCMPLDB-DD)
                           RESP(RESP-CODE) END-EXEC.

      *    THE RESPONSE IS DUE FIFTEEN DAYS OUT
           COMPUTE UTIME = UTIME + (15 * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                YYYYMMDD(DUE-ISO)
                                DATESEP('-')
                                END-EXEC.

           ADD 1 TO NEXT-SEQ.
           MOVE SPACES            TO COMPLAINT-RECORD.
           MOVE CMD-SSN-TEXT      TO CMP-SSN CMP-KEY-SSN.
           MOVE NEXT-SEQ          TO CMP-SEQ CMP-KEY-SEQ.
           MOVE CMD-ACCT-TEXT     TO CMP-ACCT-NUM.
           MOVE USER-BRANCH       TO CMP-BRANCH.
           MOVE CMD-CHANNEL-TEXT  TO CMP-CHANNEL-CODE.
           MOVE CMD-CATEGORY-TEXT TO CMP-CATEGORY-CODE.
           MOVE TODAY-ISO         TO CMP-RECEIVED-DATE.
           MOVE DUE-ISO           TO CMP-DUE-DATE.
           MOVE 'O'               TO CMP-STATUS-CODE.
           MOVE CMD-DESC-TEXT     TO CMP-DESC-TEXT.
           MOVE EIBOPID           TO CMP-OPENED-OPID.

           EXEC CICS WRITE
                     DATASET(WBCMPLDB-DD)
                     FROM(COMPLAINT-RECORD)
                     LENGTH(LENGTH OF COMPLAINT-RECORD)
                     KEYLENGTH(LENGTH OF CMP-REC-KEY)
                     RIDFLD(CMP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the complaint file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO OPEN-COMPLAINT-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Complaint ' DELIMITED SIZE
                  CMP-SEQ DELIMITED SIZE
                  ' logged, response due ' DELIMITED SIZE
                  DUE-ISO DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Complaint ' DELIMITED SIZE
                  CMP-SEQ DELIMITED SIZE
                  ' category ' DELIMITED SIZE
                  CMP-CATEGORY-CODE DELIMITED SIZE
                  ' logged by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       OPEN-COMPLAINT-EXIT.
           EXIT.

      **************************************************************
      ** THE NAMED ACCOUNT MUST BE ON FILE UNDER THE CUSTOMER -     **
      ** A CLOSED ACCOUNT MAY STILL BE COMPLAINED ABOUT            **
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
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       READ-ACCOUNT-EXIT.
           EXIT.

      **************************************************************
      ** FETCH A COMPLAINT FOR UPDATE - IT MUST STILL BE OPEN      **
      **************************************************************
       READ-COMPLAINT-UPDATE.
           MOVE CMD-SSN-TEXT TO CMP-KEY-SSN.
           MOVE CMD-SEQ-NUM  TO CMP-KEY-SEQ.
           EXEC CICS READ UPDATE
                     DATASET(WBCMPLDB-DD)
                     INTO(COMPLAINT-RECORD)
                     LENGTH(LENGTH OF COMPLAINT-RECORD)
                     RIDFLD(CMP-REC-KEY)
                     KEYLENGTH(LENGTH OF CMP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Complaint not on file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO READ-COMPLAINT-UPDATE-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the complaint file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO READ-COMPLAINT-UPDATE-EXIT
           END-EVALUATE.

           IF CMP-STATUS-RESOLVED
              EXEC CICS UNLOCK DATASET(WBCMPLDB-DD) END-EXEC
              MOVE 'Complaint is already resolved' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
           END-IF.

       READ-COMPLAINT-UPDATE-EXIT.
           EXIT.

      **************************************************************
      ** ASSIGN A COMPLAINT TO AN OPERATOR ON THE ENTITLEMENT FILE **
      ** AND, WHEN GIVEN, MOVE ITS RESPONSE DUE DATE               **
      **************************************************************
       ASSIGN-COMPLAINT.
           MOVE CMD-OPID-TEXT TO OPR-KEY-OPID.
           EXEC CICS READ
                     DATASET(WBOPERDB-DD)
                     INTO(OPERATOR-RECORD)
                     LENGTH(LENGTH OF OPERATOR-RECORD)
                     RIDFLD(OPR-REC-KEY)
                     KEYLENGTH(LENGTH OF OPR-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 IF OPR-ACCESS-BARRED
                    MOVE 'That operator''s access is suspended'
                                                      TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 2 TO RET-CODE
                    GO TO ASSIGN-COMPLAINT-EXIT
                 END-IF
              WHEN DFHRESP(NOTOPEN)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Operator not on the entitlement file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO ASSIGN-COMPLAINT-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the entitlement file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO ASSIGN-COMPLAINT-EXIT
           END-EVALUATE.

           PERFORM READ-COMPLAINT-UPDATE
              THRU READ-COMPLAINT-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO ASSIGN-COMPLAINT-EXIT
           END-IF.

           MOVE CMD-OPID-TEXT TO CMP-ASSIGNED-OPID.
           IF CMD-DUE-TEXT NOT = SPACES
              MOVE CMD-DUE-TEXT TO CMP-DUE-DATE
           END-IF.
           EXEC CICS REWRITE
                     DATASET(WBCMPLDB-DD)
                     FROM(COMPLAINT-RECORD)
                     LENGTH(LENGTH OF COMPLAINT-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the complaint file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO ASSIGN-COMPLAINT-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Assigned to ' DELIMITED SIZE
                  CMP-ASSIGNED-OPID DELIMITED SIZE
                  ', response due ' DELIMITED SIZE
                  CMP-DUE-DATE DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Complaint ' DELIMITED SIZE
                  CMP-SEQ DELIMITED SIZE
                  ' assigned to ' DELIMITED SIZE
                  CMP-ASSIGNED-OPID DELIMITED SIZE
                  ' due ' DELIMITED SIZE
                  CMP-DUE-DATE DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       ASSIGN-COMPLAINT-EXIT.
           EXIT.

      **************************************************************
      ** RESOLVE A COMPLAINT WITH ITS ROOT CAUSE AND RESOLUTION -  **
      ** ONLY THE ASSIGNED OPERATOR OR A SUPERVISOR MAY            **
      **************************************************************
       RESOLVE-COMPLAINT.
           PERFORM READ-COMPLAINT-UPDATE
              THRU READ-COMPLAINT-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF.

           IF NOT USER-IS-SUPERVISOR
              AND CMP-ASSIGNED-OPID NOT = EIBOPID
              EXEC CICS UNLOCK DATASET(WBCMPLDB-DD) END-EXEC
              MOVE
               'Only the assigned operator or a supervisor may resolve'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 9 TO RET-CODE
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF.

           MOVE CMD-CAUSE-TEXT    TO CMP-ROOT-CAUSE-CODE.
           MOVE CMD-DESC-TEXT     TO CMP-RESOLUTION-TEXT.
           MOVE TODAY-ISO         TO CMP-RESOLVED-DATE.
           MOVE EIBOPID           TO CMP-RESOLVED-OPID.
           MOVE 'R'               TO CMP-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBCMPLDB-DD)
                     FROM(COMPLAINT-RECORD)
                     LENGTH(LENGTH OF COMPLAINT-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the complaint file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF.

           IF CMP-DUE-DATE < TODAY-ISO
              MOVE 'Complaint resolved - after its due date'
                                                      TO GDNMSG1O
           ELSE
              MOVE 'Complaint resolved' TO GDNMSG1O
           END-IF.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Complaint ' DELIMITED SIZE
                  CMP-SEQ DELIMITED SIZE
                  ' resolved cause ' DELIMITED SIZE
                  CMP-ROOT-CAUSE-CODE DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       RESOLVE-COMPLAINT-EXIT.
           EXIT.

      **************************************************************
      ** SHOW A COMPLAINT                                          **
      **************************************************************
       SHOW-COMPLAINT.
           MOVE CMD-SSN-TEXT TO CMP-KEY-SSN.
           MOVE CMD-SEQ-NUM  TO CMP-KEY-SEQ.
           EXEC CICS READ
                     DATASET(WBCMPLDB-DD)
                     INTO(COMPLAINT-RECORD)
                     LENGTH(LENGTH OF COMPLAINT-RECORD)
                     RIDFLD(CMP-REC-KEY)
                     KEYLENGTH(LENGTH OF CMP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Complaint not on file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-COMPLAINT-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the complaint file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-COMPLAINT-EXIT
           END-EVALUATE.

           IF CMP-STATUS-OPEN
              MOVE 'OPEN    ' TO STATUS-WORD
           ELSE
              MOVE 'RESOLVED' TO STATUS-WORD
           END-IF.
           MOVE SPACES TO GDNMSG1O.
           STRING STATUS-WORD DELIMITED SIZE
                  ' cat ' DELIMITED SIZE
                  CMP-CATEGORY-CODE DELIMITED SIZE
                  ' via ' DELIMITED SIZE
                  CMP-CHANNEL-CODE DELIMITED SIZE
                  ' br ' DELIMITED SIZE
                  CMP-BRANCH DELIMITED SIZE
                  ' rcvd ' DELIMITED SIZE
                  CMP-RECEIVED-DATE DELIMITED SIZE
                  ' due ' DELIMITED SIZE
                  CMP-DUE-DATE DELIMITED SIZE
                  ' to ' DELIMITED SIZE
                  CMP-ASSIGNED-OPID DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           IF CMP-STATUS-RESOLVED
              STRING CMP-RESOLVED-DATE DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     CMP-ROOT-CAUSE-CODE DELIMITED SIZE
                     ': ' DELIMITED SIZE
                     CMP-RESOLUTION-TEXT DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           ELSE
              MOVE CMP-DESC-TEXT TO GDNMSG2O
           END-IF.

       SHOW-COMPLAINT-EXIT.
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
           MOVE CMP-ACCT-NUM        TO AUD-ACCT-NUM
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

       END-WGRVCMPL.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCMPL-EXIT.
           EXIT.
