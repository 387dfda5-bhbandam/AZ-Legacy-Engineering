      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** MAINTENANCE SCREEN FOR THE WBFEEDB CENTRAL FEE SCHEDULE,    *
      ** RESTRICTED TO SUPERVISORS WITH RATE-MAINTENANCE RIGHTS. THE *
      ** SCHEDULE PRICES EVERY FEE THE BATCH JOBS AND ONLINE PATHS   *
      ** CHARGE (SEE WBFEEREC FOR THE CODES AND RESOLUTION RULES).   *
      ** THE COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS    *
      **    A,CODE,EFF-DATE,CLASS,BRANCH,AMOUNT - ADD OR REPLACE     *
      **    R,CODE,EFF-DATE,CLASS,BRANCH        - REMOVE AN ENTRY    *
      **    Q,CODE,EFF-DATE,CLASS,BRANCH        - SHOW AN ENTRY      *
      ** CLASS (P OR B) AND BRANCH MAY BE LEFT EMPTY FOR AN ENTRY    *
      ** THAT APPLIES TO ALL; THE AMOUNT IS DOLLARS WITH OPTIONAL    *
      ** CENTS. E.G.  A,ODCH,2026-01-01,,,30.00                      *
      ** EVERY POSTED CHANGE IS LOGGED TO WBAUDTDB.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVFEE.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

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

      *****************************************************************
      *  THE FEE CODES THE POSTING PROGRAMS PRICE FROM THE SCHEDULE,  *
      *  WITH THE DESCRIPTION STAMPED ON A NEW ENTRY.                 *
      *****************************************************************
       01 FEE-CODE-VALUES.
          05 FILLER  PIC X(34) VALUE 'ODCHOVERDRAFT CHARGE'.
          05 FILLER  PIC X(34) VALUE 'RDIFRETURNED DEPOSITED ITEM FEE'.
          05 FILLER  PIC X(34) VALUE 'XSWDEXCESS SAVINGS WITHDRAWAL'.
          05 FILLER  PIC X(34) VALUE 'LBCKCHECKING LOW-BALANCE CHARGE'.
          05 FILLER  PIC X(34) VALUE 'LBSVSAVINGS LOW-BALANCE CHARGE'.
          05 FILLER  PIC X(34) VALUE 'ANBFANALYSIS BASE FEE'.
          05 FILLER  PIC X(34) VALUE 'ANDIANALYSIS PRICE PER DEBIT'.
          05 FILLER  PIC X(34) VALUE 'ANCIANALYSIS PRICE PER CREDIT'.
          05 FILLER  PIC X(34) VALUE 'ANSWANALYSIS PRICE PER SWEEP'.
          05 FILLER  PIC X(34) VALUE 'LATELOAN LATE FEE'.
          05 FILLER  PIC X(34) VALUE 'SDBSSAFE DEPOSIT RENT - SMALL'.
          05 FILLER  PIC X(34) VALUE 'SDBMSAFE DEPOSIT RENT - MEDIUM'.
          05 FILLER  PIC X(34) VALUE 'SDBLSAFE DEPOSIT RENT - LARGE'.
          05 FILLER  PIC X(34) VALUE 'SDBXSAFE DEPOSIT RENT - X-LARGE'.
          05 FILLER  PIC X(34) VALUE 'CKORCHECK ORDER FEE'.
          05 FILLER  PIC X(34)
                     VALUE 'IRALIRA ANNUAL CONTRIBUTION LIMIT'.
       01 FEE-CODE-TABLE REDEFINES FEE-CODE-VALUES.
          05 FEE-CODE-ENTRY           OCCURS 16 TIMES.
             10 FEE-TBL-CODE          PIC X(4).
             10 FEE-TBL-DESC          PIC X(30).
       01 FEE-CODE-COUNT              PIC S9(4)   COMP  VALUE 16.
       01 FEE-CODE-IX                 PIC S9(4)   COMP  VALUE 0.

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-CODE-TEXT               PIC X(04)   VALUE SPACES.
       01 CMD-DATE-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-CLASS-TEXT              PIC X(01)   VALUE SPACE.
       01 CMD-BRANCH-TEXT             PIC X(03)   VALUE SPACES.
       01 CMD-AMOUNT-TEXT             PIC X(08)   VALUE SPACES.
       01 CMD-AMOUNT-NUM              PIC 9(5)V99 VALUE 0.
       01 CMD-AMT-WHOLE               PIC 9(5)    VALUE 0.
       01 CMD-AMT-CENTS               PIC 99      VALUE 0.
       01 CMD-WHOLE-DIGITS            PIC S9(4)   COMP  VALUE 0.
       01 CMD-CENT-DIGITS             PIC S9(4)   COMP  VALUE 0.
       01 AMT-DIGIT                   PIC 9       VALUE 0.
       01 AMT-DOT-SW                  PIC X       VALUE 'N'.
          88 AMT-DOT-SEEN                         VALUE 'Y'.
       01 AMT-BAD-SW                  PIC X       VALUE 'N'.
          88 AMT-BAD                              VALUE 'Y'.
       01 I                           PIC S9(4)   COMP.
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
          88 FEE-REC-EXISTS                       VALUE 'Y'.
       01 EDIT-AMOUNT                 PIC ZZ,ZZ9.99.
       01 MAINT-UTIME                 PIC S9(15)  COMP-3.
       01 MAINT-DATE                  PIC X(10)   VALUE SPACES.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-NUM                    PIC Z,ZZZ,ZZ9.
       01 HW-LENGTH                   PIC 9(4)    COMP.

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
      *  CSMT LOG MESSAGE. FEE MAINTENANCE HAS NO PER-CUSTOMER        *
      *  CONTEXT, SO THE SSN/ACCOUNT PORTION OF THE KEY IS LEFT BLANK.*
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-KEY.
              10 AUD-SSN                    PIC X(9).
              10 AUD-ACCT-NUM               PIC X(10).
              10 AUD-DATE                   PIC X(10).
              10 AUD-SEQ-NUM                PIC 9(10).
           05 AUD-TIME                      PIC X(08).
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVFEE'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).


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
           EXEC CICS HANDLE AID CLEAR(END-WGRVFEE)
                                PF3(END-WGRVFEE)
                                PF4(XFER-WGRVGBAL)
                                PF5(XFER-WGRVGACC)
                                PF6(XFER-WGRVGCUS)
                                PF7(XFER-WGRVGDET)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              MOVE 'R' TO ENT-FUNC-CODE
              MOVE 0   TO ENT-AMOUNT
              PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
              IF NOT ENT-ALLOWED THEN
                 MOVE 'Fee maintenance is restricted to supervisors'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 9 TO RET-CODE
              END-IF
              IF RET-CODE = 0 THEN
                 PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'A'
                       PERFORM POST-FEE-CHANGE THRU
                               POST-FEE-CHANGE-EXIT
                    WHEN 'R'
                       PERFORM REMOVE-FEE THRU REMOVE-FEE-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-FEE THRU SHOW-FEE-EXIT
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
           MOVE 'WBFE' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'A/R/Q,CODE,EFF-DATE,CLASS,BRANCH[,AMOUNT]'
                                                      TO GDNMSG1O.
           MOVE 'e.g. A,ODCH,2026-01-01,,,30.00' TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE FEE-SCHEDULE COMMAND               **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a fee schedule command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACE  TO CMD-ACTION-TEXT CMD-CLASS-TEXT.
           MOVE SPACES TO CMD-CODE-TEXT CMD-DATE-TEXT
                          CMD-BRANCH-TEXT CMD-AMOUNT-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-CODE-TEXT
                         CMD-DATE-TEXT CMD-CLASS-TEXT
                         CMD-BRANCH-TEXT CMD-AMOUNT-TEXT
           END-UNSTRING.

           IF CMD-ACTION-TEXT NOT = 'A' AND
              CMD-ACTION-TEXT NOT = 'R' AND
              CMD-ACTION-TEXT NOT = 'Q' THEN
              MOVE 'Action must be A, R or Q' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE 0 TO FEE-CODE-IX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FEE-CODE-COUNT
              IF FEE-TBL-CODE(I) = CMD-CODE-TEXT THEN
                 MOVE I TO FEE-CODE-IX
              END-IF
           END-PERFORM.
           IF FEE-CODE-IX = 0 THEN
              MOVE 'Unknown fee code - valid codes are:' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              STRING 'ODCH RDIF XSWD LBCK LBSV ANBF ANDI ANCI ANSW'
                     ' LATE SDBS SDBM SDBL SDBX CKOR IRAL'
                     DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-DATE-TEXT(1:4) NOT NUMERIC
              OR CMD-DATE-TEXT(5:1) NOT = '-'
              OR CMD-DATE-TEXT(6:2) NOT NUMERIC
              OR CMD-DATE-TEXT(8:1) NOT = '-'
              OR CMD-DATE-TEXT(9:2) NOT NUMERIC
              MOVE 'Effective date must be YYYY-MM-DD' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-CLASS-TEXT NOT = SPACE AND
              CMD-CLASS-TEXT NOT = 'P' AND
              CMD-CLASS-TEXT NOT = 'B' THEN
              MOVE 'Account class must be P, B or empty' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-BRANCH-TEXT NOT = SPACES AND
              CMD-BRANCH-TEXT IS NOT NUMERIC THEN
              MOVE 'Branch must be three digits or empty' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'A' THEN
              PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
              IF AMT-BAD THEN
                 MOVE 'Amount must be dollars with optional .CC'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           MOVE CMD-CODE-TEXT   TO FEE-KEY-CODE.
           MOVE CMD-CLASS-TEXT  TO FEE-KEY-CLASS.
           MOVE CMD-BRANCH-TEXT TO FEE-KEY-BRANCH.
           MOVE CMD-DATE-TEXT   TO FEE-KEY-EFF-DATE.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** THE AMOUNT ARRIVES AS UP TO FIVE DOLLAR DIGITS, OPTIONALLY **
      ** FOLLOWED BY A POINT AND TWO CENTS DIGITS. ZERO IS ALLOWED  **
      ** AND WAIVES THE FEE.                                        **
      **************************************************************
       PARSE-AMOUNT.
           SET AMT-BAD-SW TO 'N'.
           SET AMT-DOT-SW TO 'N'.
           MOVE 0 TO CMD-AMT-WHOLE CMD-AMT-CENTS.
           MOVE 0 TO CMD-WHOLE-DIGITS CMD-CENT-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8 OR AMT-BAD
              EVALUATE TRUE
                 WHEN CMD-AMOUNT-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-AMOUNT-TEXT(I:1) = '.' AND NOT AMT-DOT-SEEN
                    SET AMT-DOT-SEEN TO TRUE
                 WHEN CMD-AMOUNT-TEXT(I:1) IS NUMERIC
                    MOVE CMD-AMOUNT-TEXT(I:1) TO AMT-DIGIT
                    IF AMT-DOT-SEEN THEN
                       ADD 1 TO CMD-CENT-DIGITS
                       IF CMD-CENT-DIGITS > 2 THEN
                          SET AMT-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-AMT-CENTS =
                                  (CMD-AMT-CENTS * 10) + AMT-DIGIT
                          END-COMPUTE
                       END-IF
                    ELSE
                       ADD 1 TO CMD-WHOLE-DIGITS
                       IF CMD-WHOLE-DIGITS > 5 THEN
                          SET AMT-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-AMT-WHOLE =
                                  (CMD-AMT-WHOLE * 10) + AMT-DIGIT
                          END-COMPUTE
                       END-IF
                    END-IF
                 WHEN OTHER
                    SET AMT-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.

           IF CMD-WHOLE-DIGITS = 0 OR
              (AMT-DOT-SEEN AND CMD-CENT-DIGITS NOT = 2) THEN
              SET AMT-BAD TO TRUE
           END-IF.
           COMPUTE CMD-AMOUNT-NUM = CMD-AMT-WHOLE
                                  + (CMD-AMT-CENTS / 100)
           END-COMPUTE.

       PARSE-AMOUNT-EXIT.
           EXIT.

      **************************************************************
      ** ADD OR REPLACE THE SCHEDULE ENTRY. THE MAINTAINING        **
      ** OPERATOR AND DATE ARE STAMPED ON THE RECORD.              **
      **************************************************************
       POST-FEE-CHANGE.
           SET REC-EXISTS-SW TO 'N'.
           EXEC CICS READ
                     DATASET(WBFEEDB-DD)
                     INTO(FEE-TABLE-RECORD)
                     LENGTH(LENGTH OF FEE-TABLE-RECORD)
                     RIDFLD(FEE-REC-KEY)
                     KEYLENGTH(LENGTH OF FEE-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 SET FEE-REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES TO FEE-TABLE-RECORD
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Fee schedule file not open' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO POST-FEE-CHANGE-EXIT
              WHEN OTHER
                 GO TO POST-FEE-CHANGE-ERROR
           END-EVALUATE.

           EXEC CICS ASKTIME ABSTIME(MAINT-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MAINT-UTIME)
                                YYYYMMDD(MAINT-DATE)
                                DATESEP('-')
                                END-EXEC.

           MOVE CMD-CODE-TEXT           TO FEE-CODE.
           MOVE CMD-CLASS-TEXT          TO FEE-ACCT-CLASS.
           MOVE CMD-BRANCH-TEXT         TO FEE-BRANCH.
           MOVE CMD-DATE-TEXT           TO FEE-EFFECTIVE-DATE.
           MOVE CMD-AMOUNT-NUM          TO FEE-AMOUNT.
           MOVE FEE-TBL-DESC(FEE-CODE-IX) TO FEE-DESC.
           MOVE EIBOPID                 TO FEE-MAINT-OPID.
           MOVE MAINT-DATE              TO FEE-MAINT-DATE.

           IF FEE-REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBFEEDB-DD)
                        FROM(FEE-TABLE-RECORD)
                        LENGTH(LENGTH OF FEE-TABLE-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBFEEDB-DD)
                        FROM(FEE-TABLE-RECORD)
                        LENGTH(LENGTH OF FEE-TABLE-RECORD)
                        KEYLENGTH(LENGTH OF FEE-REC-KEY)
                        RIDFLD(FEE-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           IF RESP-CODE NOT = 0 THEN
              GO TO POST-FEE-CHANGE-ERROR
           END-IF.

           IF FEE-REC-EXISTS THEN
              MOVE 'Fee schedule entry replaced' TO GDNMSG1O
           ELSE
              MOVE 'Fee schedule entry added' TO GDNMSG1O
           END-IF.
           MOVE SPACES TO GDNMSG2O.

           MOVE CMD-AMOUNT-NUM TO EDIT-AMOUNT.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Fee ' DELIMITED SIZE
                  CMD-CODE-TEXT   DELIMITED SIZE
                  ' CLASS '       DELIMITED SIZE
                  CMD-CLASS-TEXT  DELIMITED SIZE
                  ' BRANCH '      DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' EFF '         DELIMITED SIZE
                  CMD-DATE-TEXT   DELIMITED SIZE
                  ' AMOUNT '      DELIMITED SIZE
                  EDIT-AMOUNT     DELIMITED SIZE
                  ' BY '          DELIMITED SIZE
                  EIBOPID         DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO POST-FEE-CHANGE-EXIT.

       POST-FEE-CHANGE-ERROR.
           MOVE 'I/O error on the fee schedule file' TO GDNMSG1O.
           MOVE RESP-CODE TO EDIT-NUM.
           STRING 'Response code=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.
           MOVE 1 TO RET-CODE.
           GO TO POST-FEE-CHANGE-EXIT.

       POST-FEE-CHANGE-EXIT.
           EXIT.

      **************************************************************
      ** REMOVE A SCHEDULE ENTRY - THE NEXT APPLICABLE ENTRY (OR   **
      ** THE PROGRAM'S OWN FALLBACK AMOUNT) PRICES THE FEE AGAIN.  **
      **************************************************************
       REMOVE-FEE.
           EXEC CICS DELETE
                     DATASET(WBFEEDB-DD)
                     RIDFLD(FEE-REC-KEY)
                     KEYLENGTH(LENGTH OF FEE-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No such fee schedule entry' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO REMOVE-FEE-EXIT
              WHEN OTHER
                 MOVE 'Error updating the fee schedule file'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO REMOVE-FEE-EXIT
           END-EVALUATE.

           MOVE 'Fee schedule entry removed' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Fee ' DELIMITED SIZE
                  CMD-CODE-TEXT   DELIMITED SIZE
                  ' CLASS '       DELIMITED SIZE
                  CMD-CLASS-TEXT  DELIMITED SIZE
                  ' BRANCH '      DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' EFF '         DELIMITED SIZE
                  CMD-DATE-TEXT   DELIMITED SIZE
                  ' removed by '  DELIMITED SIZE
                  EIBOPID         DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       REMOVE-FEE-EXIT.
           EXIT.

      **************************************************************
      ** SHOW A SCHEDULE ENTRY                                     **
      **************************************************************
       SHOW-FEE.
           EXEC CICS READ
                     DATASET(WBFEEDB-DD)
                     INTO(FEE-TABLE-RECORD)
                     LENGTH(LENGTH OF FEE-TABLE-RECORD)
                     RIDFLD(FEE-REC-KEY)
                     KEYLENGTH(LENGTH OF FEE-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE FEE-AMOUNT TO EDIT-AMOUNT
                 MOVE SPACES TO GDNMSG1O GDNMSG2O
                 STRING FEE-CODE DELIMITED SIZE
                        ' '      DELIMITED SIZE
                        FEE-DESC DELIMITED SIZE
                        ' '      DELIMITED SIZE
                        EDIT-AMOUNT DELIMITED SIZE
                        INTO GDNMSG1O
                 END-STRING
                 STRING 'Last changed ' DELIMITED SIZE
                        FEE-MAINT-DATE  DELIMITED SIZE
                        ' by '          DELIMITED SIZE
                        FEE-MAINT-OPID  DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN DFHRESP(NOTFND)
                 MOVE 'No such fee schedule entry' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
              WHEN OTHER
                 MOVE 'I/O error on the fee schedule file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       SHOW-FEE-EXIT.
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
              WHEN 'X'
                 IF OPR-FUNC-CLOSE = 'Y'
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN 'P'
                 IF OPR-FUNC-ADJUST = 'Y'
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN 'A'
                 IF OPR-FUNC-APPROVE = 'Y'
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN 'V'
                 IF OPR-FUNC-REVERSE = 'Y'
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN 'R'
                 IF OPR-FUNC-RATEMAINT = 'Y'
                    AND OPR-ROLE-SUPERVISOR
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN 'H'
                 IF OPR-FUNC-HOLD = 'Y'
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN 'M'
                 IF OPR-ROLE-SUPERVISOR
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF ENT-ALLOWED AND ENT-AMOUNT > 0
              AND OPR-DOLLAR-LIMIT > 0
              AND ENT-AMOUNT > OPR-DOLLAR-LIMIT
              SET ENT-ALLOWED-SW TO 'N'
           END-IF.

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

       XFER-WGRVGBAL.
           EXEC CICS XCTL PROGRAM('WGRVGBAL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGACC.
           EXEC CICS XCTL PROGRAM('WGRVGACC') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGCUS.
           EXEC CICS XCTL PROGRAM('WGRVGCUS') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGDET.
           EXEC CICS XCTL PROGRAM('WGRVGDET') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVCUSL.
           EXEC CICS XCTL PROGRAM('WGRVCUSL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVFEE.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVFEE-EXIT.
           EXIT.
