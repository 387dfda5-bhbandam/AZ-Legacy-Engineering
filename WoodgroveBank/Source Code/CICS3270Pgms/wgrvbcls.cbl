      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** BRANCH END-OF-DAY CLOSE, RESTRICTED TO SUPERVISORS. THE     *
      ** COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS        *
      **    BRANCH,T[,OPID][,AMOUNT]                                  *
      ** WHERE T IS:                                                  *
      **    D = DECLARE A TELLER'S DRAWER COUNT  E.G. 001,D,T07,2500 *
      **    V = ENTER THE VAULT CLOSING COUNT    E.G. 001,V,84000    *
      **    C = CLOSE THE BRANCH FOR THE DAY     E.G. 001,C          *
      **    O = REOPEN A CLOSED BRANCH           E.G. 001,O          *
      ** THE CLOSE IS REFUSED UNTIL EVERY DRAWER THE BRANCH OPENED   *
      ** TODAY ON WBDRAWDB CARRIES A DECLARED COUNT AND THE VAULT    *
      ** CLOSING COUNT IS ON THE WBVAULTDB LEDGER. THE CLOSE IS      *
      ** RECORDED ON WBBCLSDB, WHERE THE BATSCHED START GATE LOOKS   *
      ** FOR IT BEFORE THE NIGHTLY WINDOW MAY BEGIN. A DRAWER OR     *
      ** VAULT COUNT CANNOT CHANGE ON A CLOSED BRANCH - REOPEN IT    *
      ** FIRST. EVERY ACTION IS LOGGED TO WBAUDTDB.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBCLS.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *  BRANCH CLOSE FILE (WBBCLSDB) - SAME FIELDS/WIDTHS AS         *
      *  WBBCLREC. THE ENTRY WITH A BLANK DATE IS THE BRANCH LIST.    *
      *****************************************************************
       01 WBBCLSDB-DD                 PIC X(8)   VALUE 'WBBCLSDB'.
       01 BCL-REC-KEY.
          05 BCL-KEY-BRANCH           PIC X(3)   VALUE SPACES.
          05 BCL-KEY-DATE             PIC X(10)  VALUE SPACES.
       01 CLOSE-RECORD.
          05 BCL-BRANCH               PIC X(3).
          05 BCL-DATE                 PIC X(10).
          05 BCL-BRANCH-NAME          PIC X(30).
          05 BCL-STATUS-CODE          PIC X(1).
             88 BCL-STATUS-CLOSED            VALUE 'C'.
             88 BCL-STATUS-REOPENED          VALUE 'O'.
             88 BCL-STATUS-FORCED            VALUE 'F'.
          05 BCL-DRAWER-COUNT         PIC 9(3).
          05 BCL-DRAWER-TOTAL         PIC S9(13)V99  COMP-3.
          05 BCL-VAULT-COUNT          PIC S9(13)V99  COMP-3.
          05 BCL-CLOSE-OPID           PIC X(3).
          05 BCL-CLOSE-TIME           PIC X(8).
          05 FILLER                   PIC X(20).
       01 CLOSE-REC-SW                PIC X       VALUE 'N'.
          88 CLOSE-REC-EXISTS                     VALUE 'Y'.

      *****************************************************************
      *  TELLER CASH-DRAWER POSITION (WBDRAWDB) - SAME FIELDS/WIDTHS  *
      *  AS WBDRWREC                                                  *
      *****************************************************************
       01 WBDRAWDB-DD                 PIC X(8)   VALUE 'WBDRAWDB'.
       01 DRW-REC-KEY.
          05 DRW-KEY-OPID             PIC X(3)   VALUE SPACES.
          05 DRW-KEY-DATE             PIC X(10)  VALUE SPACES.
       01 DRAWER-RECORD.
          05 DRW-OPID                 PIC X(3).
          05 DRW-DATE                 PIC X(10).
          05 DRW-CASH-IN              PIC S9(13)V99  COMP-3.
          05 DRW-CASH-OUT             PIC S9(13)V99  COMP-3.
          05 DRW-TXN-COUNT            PIC 9(5).
          05 DRW-BRANCH               PIC X(3).
          05 DRW-DECLARED-AMT         PIC S9(13)V99  COMP-3.
          05 DRW-DECLARED-SW          PIC X(1).
             88 DRW-COUNT-DECLARED           VALUE 'Y'.
          05 FILLER                   PIC X(2).
       01 DRW-SCAN-DONE               PIC X       VALUE 'N'.
       01 DRW-OPEN-COUNT              PIC 9(3)    VALUE 0.
       01 DRW-UNDECLARED              PIC 9(3)    VALUE 0.
       01 DRW-FIRST-UNDECLARED        PIC X(3)    VALUE SPACES.
       01 DRW-DECLARED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  BRANCH VAULT LEDGER (WBVAULTDB) - SAME FIELDS/WIDTHS AS      *
      *  WBVLTREC                                                     *
      *****************************************************************
       01 WBVAULTDB-DD                PIC X(8)   VALUE 'WBVAULTD'.
       01 VLT-REC-KEY.
          05 VLT-KEY-BRANCH           PIC X(3)   VALUE SPACES.
          05 VLT-KEY-DATE             PIC X(10)  VALUE SPACES.
       01 VAULT-RECORD.
          05 VLT-BRANCH               PIC X(3).
          05 VLT-DATE                 PIC X(10).
          05 VLT-OPENING-BAL          PIC S9(13)V99  COMP-3.
          05 VLT-DRAWER-BUYS          PIC S9(13)V99  COMP-3.
          05 VLT-DRAWER-SELLS         PIC S9(13)V99  COMP-3.
          05 VLT-ATM-REPLEN           PIC S9(13)V99  COMP-3.
          05 VLT-ARMORED-IN           PIC S9(13)V99  COMP-3.
          05 VLT-ARMORED-OUT          PIC S9(13)V99  COMP-3.
          05 VLT-MOVE-COUNT           PIC 9(5).
          05 VLT-CLOSING-COUNT        PIC S9(13)V99  COMP-3.
          05 VLT-CLOSE-DECLARED-SW    PIC X(1).
             88 VLT-CLOSE-DECLARED           VALUE 'Y'.
          05 FILLER                   PIC X(3).
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
          88 VAULT-REC-EXISTS                     VALUE 'Y'.

       01 WBOPERDB-DD                 PIC X(8)   VALUE 'WBOPERDB'.
       01 OPR-REC-KEY.
          05 OPR-KEY-OPID             PIC X(3)   VALUE SPACES.
       01 SUPV-RECORD.
          05 SUPV-OPID                PIC X(3).
          05 SUPV-ROLE                PIC X(1).
             88 SUPV-ROLE-SUPERVISOR          VALUE 'S'.
          05 FILLER                   PIC X(15).
          05 SUPV-ACCESS-STATUS       PIC X(1).
             88 SUPV-ACCESS-BARRED            VALUE 'S' 'X'.
          05 FILLER                   PIC X(10).

       01 CMD-BRANCH-TEXT             PIC X(03)   VALUE SPACES.
       01 CMD-TYPE-TEXT               PIC X(01)   VALUE SPACE.
       01 CMD-FIELD-3                 PIC X(14)   VALUE SPACES.
       01 CMD-FIELD-4                 PIC X(14)   VALUE SPACES.
       01 CMD-OPID-TEXT               PIC X(03)   VALUE SPACES.
       01 CMD-AMT-TEXT                PIC X(14)   VALUE SPACES.
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 MOVE-AMOUNT                 PIC S9(13)V99 COMP-3 VALUE 0.
       01 AMT-WHOLE                   PIC 9(11)   VALUE 0.
       01 AMT-CENTS                   PIC 99      VALUE 0.
       01 AMT-DOING-CENTS             PIC X       VALUE 'N'.
       01 AMT-CENTS-SEEN              PIC S9(4)   COMP VALUE 0.
       01 I                           PIC S9(4)   COMP.
       01 OVER-SHORT                  PIC S9(13)V99 COMP-3 VALUE 0.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-NUM                    PIC Z,ZZZ,ZZ9.
       01 CASH-EDIT                   PIC -(10)9.99.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.
       01 NOW-TIME                    PIC X(8)    VALUE SPACES.

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
      *  CSMT LOG MESSAGE. A BRANCH CLOSE HAS NO PER-CUSTOMER         *
      *  CONTEXT, SO THE SSN/ACCOUNT KEY PORTION IS BLANK.            *
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-KEY.
              10 AUD-SSN                    PIC X(9).
              10 AUD-ACCT-NUM               PIC X(10).
              10 AUD-DATE                   PIC X(10).
              10 AUD-SEQ-NUM                PIC 9(10).
           05 AUD-TIME                      PIC X(08).
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVBCLS'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVBCLS)
                                PF3(END-WGRVBCLS)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT
              IF RET-CODE = 0 THEN
                 PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 PERFORM CHECK-BRANCH-LIST THRU CHECK-BRANCH-LIST-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-TYPE-TEXT
                    WHEN 'D'
                       PERFORM DECLARE-DRAWER
                          THRU DECLARE-DRAWER-EXIT
                    WHEN 'V'
                       PERFORM DECLARE-VAULT
                          THRU DECLARE-VAULT-EXIT
                    WHEN 'C'
                       PERFORM CLOSE-BRANCH
                          THRU CLOSE-BRANCH-EXIT
                    WHEN 'O'
                       PERFORM REOPEN-BRANCH
                          THRU REOPEN-BRANCH-EXIT
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
           MOVE 'WBBC' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Enter BRANCH,T[,OPID][,AMOUNT]' TO GDNMSG1O.
           MOVE 'T: D=drawer count V=vault count C=close O=reopen'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** ONLY A SUPERVISOR (PER THE ENTITLEMENT FILE) CLOSES A     **
      ** BRANCH. AN EMPTY OR ABSENT ENTITLEMENT FILE IS LET        **
      ** THROUGH FOR THE INITIAL LOAD, AS ON WGRVOPER.             **
      **************************************************************
       CHECK-SUPERVISOR.
           MOVE EIBOPID TO OPR-KEY-OPID.
           EXEC CICS READ
                     DATASET(WBOPERDB-DD)
                     INTO(SUPV-RECORD)
                     LENGTH(LENGTH OF SUPV-RECORD)
                     RIDFLD(OPR-REC-KEY)
                     KEYLENGTH(LENGTH OF OPR-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 IF NOT SUPV-ROLE-SUPERVISOR OR SUPV-ACCESS-BARRED
                    MOVE 'Branch close restricted to supervisors'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 9 TO RET-CODE
                 END-IF
              WHEN DFHRESP(NOTFND)
              WHEN DFHRESP(NOTOPEN)
                 CONTINUE
              WHEN OTHER
                 MOVE 'I/O error on the entitlement file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 9 TO RET-CODE
           END-EVALUATE.

       CHECK-SUPERVISOR-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE CLOSE COMMAND                      **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter BRANCH,T[,OPID][,AMOUNT]' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-BRANCH-TEXT CMD-FIELD-3 CMD-FIELD-4
                          CMD-OPID-TEXT CMD-AMT-TEXT.
           MOVE SPACE  TO CMD-TYPE-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-BRANCH-TEXT CMD-TYPE-TEXT CMD-FIELD-3
                         CMD-FIELD-4
           END-UNSTRING.

           IF CMD-BRANCH-TEXT = SPACES
              MOVE 'Branch must not be blank' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           EVALUATE CMD-TYPE-TEXT
              WHEN 'D'
                 MOVE CMD-FIELD-3 TO CMD-OPID-TEXT
                 MOVE CMD-FIELD-4 TO CMD-AMT-TEXT
                 IF CMD-OPID-TEXT = SPACES
                    MOVE 'Enter the teller OPID for the drawer'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'V'
                 MOVE CMD-FIELD-3 TO CMD-AMT-TEXT
              WHEN 'C'
              WHEN 'O'
                 CONTINUE
              WHEN OTHER
                 MOVE 'Type must be D V C or O' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
           END-EVALUATE.

      *    A COUNT OF ZERO IS A REAL DECLARATION - AN EMPTY DRAWER
           IF CMD-TYPE-TEXT = 'D' OR CMD-TYPE-TEXT = 'V'
              IF CMD-AMT-TEXT = SPACES
                 MOVE 'Enter the counted amount' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
              IF RET-CODE NOT = 0
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO)
                                TIME(NOW-TIME)
                                TIMESEP(':') END-EXEC.

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
           PERFORM PARSE-AMOUNT-CHAR THRU PARSE-AMOUNT-CHAR-EXIT
              VARYING I FROM 1 BY 1
                UNTIL I > 14 OR RET-CODE NOT = 0.
           IF RET-CODE NOT = 0
              GO TO PARSE-AMOUNT-EXIT
           END-IF.
           IF AMT-CENTS-SEEN = 1
              COMPUTE AMT-CENTS = AMT-CENTS * 10
           END-IF.
           COMPUTE MOVE-AMOUNT = AMT-WHOLE + (AMT-CENTS / 100).

       PARSE-AMOUNT-EXIT.
           EXIT.

       PARSE-AMOUNT-CHAR.
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
                 MOVE 'Amount must be numeric' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
           END-EVALUATE.

       PARSE-AMOUNT-CHAR-EXIT.
           EXIT.

      **************************************************************
      ** THE BRANCH MUST BE ON THE BRANCH LIST, AND TODAY'S CLOSE  **
      ** RECORD (IF ANY) IS PICKED UP FOR THE ACTION TO CHECK      **
      **************************************************************
       CHECK-BRANCH-LIST.
           MOVE CMD-BRANCH-TEXT TO BCL-KEY-BRANCH.
           MOVE SPACES          TO BCL-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBBCLSDB-DD)
                     INTO(CLOSE-RECORD)
                     LENGTH(LENGTH OF CLOSE-RECORD)
                     RIDFLD(BCL-REC-KEY)
                     KEYLENGTH(LENGTH OF BCL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Branch is not on the branch list' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO CHECK-BRANCH-LIST-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the branch close file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO CHECK-BRANCH-LIST-EXIT
           END-EVALUATE.

           MOVE 'N'       TO CLOSE-REC-SW.
           MOVE TODAY-ISO TO BCL-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBBCLSDB-DD)
                     INTO(CLOSE-RECORD)
                     LENGTH(LENGTH OF CLOSE-RECORD)
                     RIDFLD(BCL-REC-KEY)
                     KEYLENGTH(LENGTH OF BCL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 SET CLOSE-REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'I/O error on the branch close file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO CHECK-BRANCH-LIST-EXIT
           END-EVALUATE.

      *    ONCE CLOSED (OR FORCED BY THE DUTY OFFICER) THE COUNTS
      *    THE WINDOW WILL BALANCE AGAINST ARE FROZEN
           IF CLOSE-REC-EXISTS AND NOT BCL-STATUS-REOPENED
              AND CMD-TYPE-TEXT NOT = 'O'
              IF BCL-STATUS-FORCED
                 MOVE 'Window was forced past this branch today'
                                                         TO GDNMSG1O
              ELSE
                 MOVE 'Branch is closed - reopen it first'
                                                         TO GDNMSG1O
              END-IF
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
           END-IF.

       CHECK-BRANCH-LIST-EXIT.
           EXIT.

      **************************************************************
      ** RECORD A TELLER'S DECLARED CLOSE-OUT COUNT ON THE DAY'S   **
      ** DRAWER RECORD AND SHOW THE OVER/SHORT AGAINST THE RUNNING **
      ** POSITION                                                  **
      **************************************************************
       DECLARE-DRAWER.
           MOVE CMD-OPID-TEXT TO DRW-KEY-OPID.
           MOVE TODAY-ISO     TO DRW-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBDRAWDB-DD)
                     INTO(DRAWER-RECORD)
                     LENGTH(LENGTH OF DRAWER-RECORD)
                     RIDFLD(DRW-REC-KEY)
                     KEYLENGTH(LENGTH OF DRW-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No drawer opened today for that operator'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO DECLARE-DRAWER-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the drawer file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO DECLARE-DRAWER-EXIT
           END-EVALUATE.

           IF DRW-BRANCH NOT = CMD-BRANCH-TEXT
              EXEC CICS UNLOCK DATASET(WBDRAWDB-DD)
                               NOHANDLE END-EXEC
              MOVE 'Drawer belongs to another branch' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO DECLARE-DRAWER-EXIT
           END-IF.

           MOVE MOVE-AMOUNT TO DRW-DECLARED-AMT.
           MOVE 'Y'         TO DRW-DECLARED-SW.
           EXEC CICS REWRITE
                     DATASET(WBDRAWDB-DD)
                     FROM(DRAWER-RECORD)
                     LENGTH(LENGTH OF DRAWER-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error writing the drawer file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO DECLARE-DRAWER-EXIT
           END-IF.

           COMPUTE OVER-SHORT = DRW-DECLARED-AMT
                              - (DRW-CASH-IN - DRW-CASH-OUT).
           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           STRING 'Drawer ' DELIMITED SIZE
                  CMD-OPID-TEXT DELIMITED SIZE
                  ' count declared' DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE OVER-SHORT TO CASH-EDIT.
           STRING 'Over/short against the drawer: ' DELIMITED SIZE
                  CASH-EDIT DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Branch ' DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' drawer ' DELIMITED SIZE
                  CMD-OPID-TEXT DELIMITED SIZE
                  ' declared, over/short ' DELIMITED SIZE
                  CASH-EDIT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       DECLARE-DRAWER-EXIT.
           EXIT.

      **************************************************************
      ** RECORD THE VAULT CLOSING COUNT ON THE DAY'S LEDGER - A    **
      ** BRANCH WITH NO VAULT MOVEMENTS TODAY GETS ITS LEDGER      **
      ** RECORD OPENED HERE                                        **
      **************************************************************
       DECLARE-VAULT.
           MOVE 'N' TO REC-EXISTS-SW.
           MOVE CMD-BRANCH-TEXT TO VLT-KEY-BRANCH.
           MOVE TODAY-ISO       TO VLT-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBVAULTDB-DD)
                     INTO(VAULT-RECORD)
                     LENGTH(LENGTH OF VAULT-RECORD)
                     RIDFLD(VLT-REC-KEY)
                     KEYLENGTH(LENGTH OF VLT-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 SET VAULT-REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE CMD-BRANCH-TEXT TO VLT-BRANCH
                 MOVE TODAY-ISO       TO VLT-DATE
                 MOVE 0 TO VLT-OPENING-BAL VLT-DRAWER-BUYS
                           VLT-DRAWER-SELLS VLT-ATM-REPLEN
                           VLT-ARMORED-IN VLT-ARMORED-OUT
                           VLT-MOVE-COUNT
              WHEN OTHER
                 MOVE 'I/O error on the vault ledger' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO DECLARE-VAULT-EXIT
           END-EVALUATE.

           MOVE MOVE-AMOUNT TO VLT-CLOSING-COUNT.
           MOVE 'Y'         TO VLT-CLOSE-DECLARED-SW.

           IF VAULT-REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBVAULTDB-DD)
                        FROM(VAULT-RECORD)
                        LENGTH(LENGTH OF VAULT-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBVAULTDB-DD)
                        FROM(VAULT-RECORD)
                        LENGTH(LENGTH OF VAULT-RECORD)
                        KEYLENGTH(LENGTH OF VLT-REC-KEY)
                        RIDFLD(VLT-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error writing the vault ledger' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO DECLARE-VAULT-EXIT
           END-IF.

           COMPUTE OVER-SHORT = VLT-CLOSING-COUNT
                 - (VLT-OPENING-BAL + VLT-DRAWER-BUYS
                  + VLT-ARMORED-IN - VLT-DRAWER-SELLS
                  - VLT-ATM-REPLEN - VLT-ARMORED-OUT).
           MOVE 'Vault closing count recorded' TO GDNMSG1O.
           MOVE OVER-SHORT TO CASH-EDIT.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Over/short against the ledger: ' DELIMITED SIZE
                  CASH-EDIT DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Branch ' DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' vault closing count, over/short ' DELIMITED SIZE
                  CASH-EDIT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       DECLARE-VAULT-EXIT.
           EXIT.

      **************************************************************
      ** CLOSE THE BRANCH FOR THE DAY - EVERY DRAWER IT OPENED     **
      ** TODAY DECLARED AND THE VAULT CLOSING COUNT IN             **
      **************************************************************
       CLOSE-BRANCH.
           IF CLOSE-REC-EXISTS AND BCL-STATUS-CLOSED
              MOVE 'Branch is already closed today' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CLOSE-BRANCH-EXIT
           END-IF.

           PERFORM SCAN-BRANCH-DRAWERS THRU SCAN-BRANCH-DRAWERS-EXIT.
           IF RET-CODE NOT = 0
              GO TO CLOSE-BRANCH-EXIT
           END-IF.
           IF DRW-UNDECLARED > 0
              MOVE DRW-UNDECLARED TO EDIT-NUM
              MOVE SPACES TO GDNMSG1O GDNMSG2O
              STRING 'Close refused -' DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     ' drawer(s) not declared' DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              STRING 'First undeclared drawer: ' DELIMITED SIZE
                     DRW-FIRST-UNDECLARED DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
              MOVE 1 TO RET-CODE
              GO TO CLOSE-BRANCH-EXIT
           END-IF.

           MOVE CMD-BRANCH-TEXT TO VLT-KEY-BRANCH.
           MOVE TODAY-ISO       TO VLT-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBVAULTDB-DD)
                     INTO(VAULT-RECORD)
                     LENGTH(LENGTH OF VAULT-RECORD)
                     RIDFLD(VLT-REC-KEY)
                     KEYLENGTH(LENGTH OF VLT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 OR NOT VLT-CLOSE-DECLARED
              MOVE 'Close refused - vault closing count not entered'
                                                         TO GDNMSG1O
              MOVE 'Enter it as BRANCH,V,AMOUNT' TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CLOSE-BRANCH-EXIT
           END-IF.

           PERFORM WRITE-CLOSE-RECORD THRU WRITE-CLOSE-RECORD-EXIT.
           IF RET-CODE NOT = 0
              GO TO CLOSE-BRANCH-EXIT
           END-IF.

           MOVE DRW-OPEN-COUNT TO EDIT-NUM.
           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           STRING 'Branch ' DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' closed for ' DELIMITED SIZE
                  TODAY-ISO DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           STRING 'Drawers declared:' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Branch ' DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' closed for ' DELIMITED SIZE
                  TODAY-ISO DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CLOSE-BRANCH-EXIT.
           EXIT.

      **************************************************************
      ** BROWSE THE DRAWER FILE FOR THE BRANCH'S DRAWERS TODAY.    **
      ** IT IS KEYED BY OPERATOR, SO EVERY RECORD IS LOOKED AT.    **
      **************************************************************
       SCAN-BRANCH-DRAWERS.
           MOVE 0      TO DRW-OPEN-COUNT DRW-UNDECLARED
                          DRW-DECLARED-TOTAL.
           MOVE SPACES TO DRW-FIRST-UNDECLARED.
           MOVE 'N'    TO DRW-SCAN-DONE.

           MOVE LOW-VALUES TO DRW-REC-KEY.
           EXEC CICS STARTBR
                     DATASET(WBDRAWDB-DD)
                     RIDFLD(DRW-REC-KEY)
                     KEYLENGTH(LENGTH OF DRW-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO SCAN-BRANCH-DRAWERS-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the drawer file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO SCAN-BRANCH-DRAWERS-EXIT
           END-EVALUATE.

           PERFORM SCAN-ONE-DRAWER THRU SCAN-ONE-DRAWER-EXIT
              UNTIL DRW-SCAN-DONE = 'Y'.

           EXEC CICS ENDBR DATASET(WBDRAWDB-DD)
                           RESP(RESP-CODE) END-EXEC.

       SCAN-BRANCH-DRAWERS-EXIT.
           EXIT.

       SCAN-ONE-DRAWER.
           EXEC CICS READNEXT
                     DATASET(WBDRAWDB-DD)
                     INTO(DRAWER-RECORD)
                     LENGTH(LENGTH OF DRAWER-RECORD)
                     RIDFLD(DRW-REC-KEY)
                     KEYLENGTH(LENGTH OF DRW-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0
              MOVE 'Y' TO DRW-SCAN-DONE
              GO TO SCAN-ONE-DRAWER-EXIT
           END-IF.

           IF DRW-DATE NOT = TODAY-ISO
              OR DRW-BRANCH NOT = CMD-BRANCH-TEXT
              GO TO SCAN-ONE-DRAWER-EXIT
           END-IF.

           ADD 1 TO DRW-OPEN-COUNT.
           IF DRW-COUNT-DECLARED
              ADD DRW-DECLARED-AMT TO DRW-DECLARED-TOTAL
           ELSE
              ADD 1 TO DRW-UNDECLARED
              IF DRW-FIRST-UNDECLARED = SPACES
                 MOVE DRW-OPID TO DRW-FIRST-UNDECLARED
              END-IF
           END-IF.

       SCAN-ONE-DRAWER-EXIT.
           EXIT.

      **************************************************************
      ** WRITE (OR REWRITE, AFTER A REOPEN) TODAY'S CLOSE RECORD   **
      **************************************************************
       WRITE-CLOSE-RECORD.
           MOVE CMD-BRANCH-TEXT TO BCL-KEY-BRANCH.
           MOVE TODAY-ISO       TO BCL-KEY-DATE.
           IF CLOSE-REC-EXISTS
              EXEC CICS READ
                        DATASET(WBBCLSDB-DD)
                        INTO(CLOSE-RECORD)
                        LENGTH(LENGTH OF CLOSE-RECORD)
                        RIDFLD(BCL-REC-KEY)
                        KEYLENGTH(LENGTH OF BCL-REC-KEY)
                        RESP(RESP-CODE)
                        UPDATE
              END-EXEC
              IF RESP-CODE NOT = 0
                 MOVE 'I/O error on the branch close file'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO WRITE-CLOSE-RECORD-EXIT
              END-IF
           ELSE
              MOVE SPACES          TO CLOSE-RECORD
              MOVE CMD-BRANCH-TEXT TO BCL-BRANCH
              MOVE TODAY-ISO       TO BCL-DATE
           END-IF.

           MOVE 'C'                TO BCL-STATUS-CODE.
           MOVE DRW-OPEN-COUNT     TO BCL-DRAWER-COUNT.
           MOVE DRW-DECLARED-TOTAL TO BCL-DRAWER-TOTAL.
           MOVE VLT-CLOSING-COUNT  TO BCL-VAULT-COUNT.
           MOVE EIBOPID            TO BCL-CLOSE-OPID.
           MOVE NOW-TIME           TO BCL-CLOSE-TIME.

           IF CLOSE-REC-EXISTS
              EXEC CICS REWRITE
                        DATASET(WBBCLSDB-DD)
                        FROM(CLOSE-RECORD)
                        LENGTH(LENGTH OF CLOSE-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBBCLSDB-DD)
                        FROM(CLOSE-RECORD)
                        LENGTH(LENGTH OF CLOSE-RECORD)
                        KEYLENGTH(LENGTH OF BCL-REC-KEY)
                        RIDFLD(BCL-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error writing the branch close file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
           END-IF.

       WRITE-CLOSE-RECORD-EXIT.
           EXIT.

      **************************************************************
      ** REOPEN A CLOSED BRANCH SO A LATE COUNT CAN BE CORRECTED - **
      ** THE BRANCH HOLDS THE WINDOW AGAIN UNTIL IT RE-CLOSES      **
      **************************************************************
       REOPEN-BRANCH.
           IF NOT CLOSE-REC-EXISTS OR NOT BCL-STATUS-CLOSED
              IF CLOSE-REC-EXISTS AND BCL-STATUS-FORCED
                 MOVE 'Window was forced past this branch today'
                                                         TO GDNMSG1O
              ELSE
                 MOVE 'Branch is not closed today' TO GDNMSG1O
              END-IF
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO REOPEN-BRANCH-EXIT
           END-IF.

           MOVE CMD-BRANCH-TEXT TO BCL-KEY-BRANCH.
           MOVE TODAY-ISO       TO BCL-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBBCLSDB-DD)
                     INTO(CLOSE-RECORD)
                     LENGTH(LENGTH OF CLOSE-RECORD)
                     RIDFLD(BCL-REC-KEY)
                     KEYLENGTH(LENGTH OF BCL-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           IF RESP-CODE = 0
              MOVE 'O'     TO BCL-STATUS-CODE
              MOVE EIBOPID TO BCL-CLOSE-OPID
              MOVE NOW-TIME TO BCL-CLOSE-TIME
              EXEC CICS REWRITE
                        DATASET(WBBCLSDB-DD)
                        FROM(CLOSE-RECORD)
                        LENGTH(LENGTH OF CLOSE-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error writing the branch close file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO REOPEN-BRANCH-EXIT
           END-IF.

           MOVE 'Branch reopened - it holds the batch window again'
                                                         TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Branch ' DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' reopened for ' DELIMITED SIZE
                  TODAY-ISO DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       REOPEN-BRANCH-EXIT.
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
           MOVE SPACES              TO AUD-SSN
           MOVE SPACES              TO AUD-ACCT-NUM
           COMPUTE AUD-SEQ-NUM = (EIBTASKN * 1000) + AUD-CALL-COUNT
           MOVE EIBOPID             TO AUD-OPID
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

       END-WGRVBCLS.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVBCLS-EXIT.
           EXIT.
