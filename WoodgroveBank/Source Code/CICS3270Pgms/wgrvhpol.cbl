      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** MAINTENANCE SCREEN FOR THE WBHPOLDB DEPOSIT HOLD-POLICY     *
      ** TABLE, RESTRICTED TO SUPERVISORS WITH RATE-MAINTENANCE      *
      ** RIGHTS. ONE ENTRY PER DEPOSIT TYPE (SEE WBHPLREC FOR THE    *
      ** TYPES AND HOW THE DEPOSIT PATHS APPLY THE RULES). THE       *
      ** COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS        *
      **    S,TYPE,DAYS,NEXT-DAY-AMT,EFF-DATE - STANDARD HOLD (ADDS  *
      **                                        A NEW ENTRY)         *
      **    N,TYPE,AGE,DAYS      - NEW-ACCOUNT EXCEPTION             *
      **    L,TYPE,AMOUNT,DAYS   - LARGE-DEPOSIT EXCEPTION           *
      **    O,TYPE,COUNT,DAYS    - REPEATED-OVERDRAFT EXCEPTION      *
      **    Q,TYPE               - SHOW AN ENTRY                     *
      **    R,TYPE               - REMOVE AN ENTRY                   *
      ** AMOUNTS ARE DOLLARS WITH OPTIONAL CENTS; A ZERO AGE, AMOUNT *
      ** OR COUNT TURNS THAT EXCEPTION OFF.                          *
      ** E.G.  S,LC,2,225.00,2026-01-01   L,LC,5525.00,7             *
      ** EVERY POSTED CHANGE IS LOGGED TO WBAUDTDB.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVHPOL.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBHPOLDB-DD                 PIC X(8)    VALUE 'WBHPOLDB'.
       01 HPL-REC-KEY.
          05 HPL-KEY-DEP-TYPE         PIC X(2)    VALUE SPACES.
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

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-TYPE-TEXT               PIC X(02)   VALUE SPACES.
       01 CMD-FIELD3-TEXT             PIC X(10)   VALUE SPACES.
       01 CMD-FIELD4-TEXT             PIC X(10)   VALUE SPACES.
       01 CMD-DATE-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-AMOUNT-TEXT             PIC X(10)   VALUE SPACES.
       01 CMD-AMOUNT-NUM              PIC 9(7)V99 VALUE 0.
       01 CMD-AMT-WHOLE               PIC 9(7)    VALUE 0.
       01 CMD-AMT-CENTS               PIC 99      VALUE 0.
       01 CMD-WHOLE-DIGITS            PIC S9(4)   COMP  VALUE 0.
       01 CMD-CENT-DIGITS             PIC S9(4)   COMP  VALUE 0.
       01 CMD-NUMBER-TEXT             PIC X(10)   VALUE SPACES.
       01 CMD-NUMBER                  PIC 9(3)    VALUE 0.
       01 CMD-NUMBER-DIGITS           PIC S9(4)   COMP  VALUE 0.
       01 CMD-FIRST-NUM               PIC 9(3)    VALUE 0.
       01 CMD-DAYS-NUM                PIC 9(3)    VALUE 0.
       01 AMT-DIGIT                   PIC 9       VALUE 0.
       01 AMT-DOT-SW                  PIC X       VALUE 'N'.
          88 AMT-DOT-SEEN                         VALUE 'Y'.
       01 AMT-BAD-SW                  PIC X       VALUE 'N'.
          88 AMT-BAD                              VALUE 'Y'.
       01 NUM-BAD-SW                  PIC X       VALUE 'N'.
          88 NUM-BAD                              VALUE 'Y'.
       01 I                           PIC S9(4)   COMP.
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
          88 HPL-REC-EXISTS                       VALUE 'Y'.
       01 EDIT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
       01 EDIT-DAYS                   PIC ZZ9.
       01 EDIT-DAYS2                  PIC ZZ9.
       01 RULE-NAME                   PIC X(20)   VALUE SPACES.
       01 SHOW-EXCEPTIONS.
          05 FILLER                   PIC X(08)   VALUE 'New acct'.
          05 SHOW-NEW-AGE             PIC ZZ9.
          05 FILLER                   PIC X(06)   VALUE 'd hold'.
          05 SHOW-NEW-DAYS            PIC ZZ9.
          05 FILLER                   PIC X(09)   VALUE '  Large >'.
          05 SHOW-LARGE-AMT           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(05)   VALUE ' hold'.
          05 SHOW-LARGE-DAYS          PIC ZZ9.
          05 FILLER                   PIC X(08)   VALUE '  ODs >='.
          05 SHOW-OD-COUNT            PIC ZZ9.
          05 FILLER                   PIC X(05)   VALUE ' hold'.
          05 SHOW-OD-DAYS             PIC ZZ9.
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
      *  CSMT LOG MESSAGE. POLICY MAINTENANCE HAS NO PER-CUSTOMER     *
      *  CONTEXT, SO THE SSN/ACCOUNT PORTION OF THE KEY IS LEFT BLANK.*
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-KEY.
              10 AUD-SSN                    PIC X(9).
              10 AUD-ACCT-NUM               PIC X(10).
              10 AUD-DATE                   PIC X(10).
              10 AUD-SEQ-NUM                PIC 9(10).
           05 AUD-TIME                      PIC X(08).
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVHPOL'.
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
           EXEC CICS HANDLE AID CLEAR(END-WGRVHPOL)
                                PF3(END-WGRVHPOL)
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
                 MOVE 'Hold policy maintenance is for supervisors only'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 9 TO RET-CODE
              END-IF
              IF RET-CODE = 0 THEN
                 PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'R'
                       PERFORM REMOVE-POLICY THRU REMOVE-POLICY-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-POLICY THRU SHOW-POLICY-EXIT
                    WHEN OTHER
                       PERFORM POST-POLICY-CHANGE THRU
                               POST-POLICY-CHANGE-EXIT
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
           MOVE 'WBHP' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'S/N/L/O/Q/R,TYPE[,VALUE,DAYS]  types CA OC LC GV EN'
                                                      TO GDNMSG1O.
           MOVE 'e.g. S,LC,2,225.00,2026-01-01  L,LC,5525.00,7'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE HOLD-POLICY COMMAND                **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a hold policy command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACE  TO CMD-ACTION-TEXT.
           MOVE SPACES TO CMD-TYPE-TEXT CMD-FIELD3-TEXT
                          CMD-FIELD4-TEXT CMD-DATE-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-TYPE-TEXT
                         CMD-FIELD3-TEXT CMD-FIELD4-TEXT
                         CMD-DATE-TEXT
           END-UNSTRING.

           IF CMD-ACTION-TEXT NOT = 'S' AND
              CMD-ACTION-TEXT NOT = 'N' AND
              CMD-ACTION-TEXT NOT = 'L' AND
              CMD-ACTION-TEXT NOT = 'O' AND
              CMD-ACTION-TEXT NOT = 'R' AND
              CMD-ACTION-TEXT NOT = 'Q' THEN
              MOVE 'Action must be S, N, L, O, R or Q' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE CMD-TYPE-TEXT TO HPL-DEP-TYPE.
           IF CMD-TYPE-TEXT NOT = 'CA' AND
              CMD-TYPE-TEXT NOT = 'OC' AND
              CMD-TYPE-TEXT NOT = 'LC' AND
              CMD-TYPE-TEXT NOT = 'GV' AND
              CMD-TYPE-TEXT NOT = 'EN' THEN
              MOVE 'Unknown deposit type' TO GDNMSG1O
              MOVE 'Types: CA OC LC GV EN' TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.
           MOVE CMD-TYPE-TEXT TO HPL-KEY-DEP-TYPE.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'S'
                 MOVE CMD-FIELD3-TEXT TO CMD-NUMBER-TEXT
                 PERFORM PARSE-NUMBER THRU PARSE-NUMBER-EXIT
                 IF NUM-BAD THEN
                    MOVE 'Days must be up to three digits' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 MOVE CMD-NUMBER TO CMD-DAYS-NUM
                 MOVE CMD-FIELD4-TEXT TO CMD-AMOUNT-TEXT
                 PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
                 IF AMT-BAD THEN
                    MOVE 'Amount must be dollars with optional .CC'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 IF CMD-DATE-TEXT(1:4) NOT NUMERIC
                    OR CMD-DATE-TEXT(5:1) NOT = '-'
                    OR CMD-DATE-TEXT(6:2) NOT NUMERIC
                    OR CMD-DATE-TEXT(8:1) NOT = '-'
                    OR CMD-DATE-TEXT(9:2) NOT NUMERIC
                    MOVE 'Effective date must be YYYY-MM-DD'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'N'
              WHEN 'O'
                 MOVE CMD-FIELD3-TEXT TO CMD-NUMBER-TEXT
                 PERFORM PARSE-NUMBER THRU PARSE-NUMBER-EXIT
                 IF NUM-BAD THEN
                    IF CMD-ACTION-TEXT = 'N' THEN
                       MOVE 'Account age must be up to three digits'
                                                         TO GDNMSG1O
                    ELSE
                       MOVE 'Overdraft count must be up to three digits'
                                                         TO GDNMSG1O
                    END-IF
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 MOVE CMD-NUMBER TO CMD-FIRST-NUM
              WHEN 'L'
                 MOVE CMD-FIELD3-TEXT TO CMD-AMOUNT-TEXT
                 PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
                 IF AMT-BAD THEN
                    MOVE 'Amount must be dollars with optional .CC'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF CMD-ACTION-TEXT = 'N' OR
              CMD-ACTION-TEXT = 'L' OR
              CMD-ACTION-TEXT = 'O' THEN
              MOVE CMD-FIELD4-TEXT TO CMD-NUMBER-TEXT
              PERFORM PARSE-NUMBER THRU PARSE-NUMBER-EXIT
              IF NUM-BAD THEN
                 MOVE 'Days must be up to three digits' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              MOVE CMD-NUMBER TO CMD-DAYS-NUM
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** A DAY COUNT, ACCOUNT AGE OR OVERDRAFT COUNT ARRIVES AS ONE **
      ** TO THREE DIGITS. ZERO IS ALLOWED.                          **
      **************************************************************
       PARSE-NUMBER.
           SET NUM-BAD-SW TO 'N'.
           MOVE 0 TO CMD-NUMBER CMD-NUMBER-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10 OR NUM-BAD
              EVALUATE TRUE
                 WHEN CMD-NUMBER-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-NUMBER-TEXT(I:1) IS NUMERIC
                    MOVE CMD-NUMBER-TEXT(I:1) TO AMT-DIGIT
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
      ** THE AMOUNT ARRIVES AS UP TO SEVEN DOLLAR DIGITS, OPTIONALLY**
      ** FOLLOWED BY A POINT AND TWO CENTS DIGITS. ZERO IS ALLOWED  **
      ** (NO NEXT-DAY AMOUNT, OR NO LARGE-DEPOSIT EXCEPTION).       **
      **************************************************************
       PARSE-AMOUNT.
           SET AMT-BAD-SW TO 'N'.
           SET AMT-DOT-SW TO 'N'.
           MOVE 0 TO CMD-AMT-WHOLE CMD-AMT-CENTS.
           MOVE 0 TO CMD-WHOLE-DIGITS CMD-CENT-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10 OR AMT-BAD
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
                       IF CMD-WHOLE-DIGITS > 7 THEN
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
      ** POST A RULE TO THE DEPOSIT TYPE'S ENTRY. THE STANDARD HOLD **
      ** (S) ADDS THE ENTRY WITH EVERY EXCEPTION OFF; AN EXCEPTION **
      ** (N, L OR O) NEEDS THE ENTRY TO EXIST ALREADY. THE         **
      ** MAINTAINING OPERATOR AND DATE ARE STAMPED ON THE RECORD.  **
      **************************************************************
       POST-POLICY-CHANGE.
           SET REC-EXISTS-SW TO 'N'.
           EXEC CICS READ
                     DATASET(WBHPOLDB-DD)
                     INTO(HOLD-POLICY-RECORD)
                     LENGTH(LENGTH OF HOLD-POLICY-RECORD)
                     RIDFLD(HPL-REC-KEY)
                     KEYLENGTH(LENGTH OF HPL-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 SET HPL-REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 IF CMD-ACTION-TEXT NOT = 'S' THEN
                    MOVE 'Set the standard hold for this type first'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 2 TO RET-CODE
                    GO TO POST-POLICY-CHANGE-EXIT
                 END-IF
                 MOVE SPACES TO HOLD-POLICY-RECORD
                 MOVE CMD-TYPE-TEXT TO HPL-DEP-TYPE
                 MOVE 0 TO HPL-NEW-ACCT-AGE HPL-NEW-ACCT-DAYS
                           HPL-LARGE-AMT    HPL-LARGE-DAYS
                           HPL-OD-COUNT     HPL-OD-DAYS
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Hold policy file not open' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO POST-POLICY-CHANGE-EXIT
              WHEN OTHER
                 GO TO POST-POLICY-CHANGE-ERROR
           END-EVALUATE.

           EXEC CICS ASKTIME ABSTIME(MAINT-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MAINT-UTIME)
                                YYYYMMDD(MAINT-DATE)
                                DATESEP('-')
                                END-EXEC.

           MOVE CMD-DAYS-NUM TO EDIT-DAYS.
           MOVE SPACES TO LOG-MSG-BUFFER.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'S'
                 MOVE CMD-DAYS-NUM    TO HPL-STD-DAYS
                 MOVE CMD-AMOUNT-NUM  TO HPL-NEXT-DAY-AMT
                 MOVE CMD-DATE-TEXT   TO HPL-EFFECTIVE-DATE
                 MOVE 'Standard hold'  TO RULE-NAME
                 MOVE CMD-AMOUNT-NUM  TO EDIT-AMOUNT
                 STRING 'Hold policy ' DELIMITED SIZE
                        CMD-TYPE-TEXT  DELIMITED SIZE
                        ' STANDARD '   DELIMITED SIZE
                        EDIT-DAYS      DELIMITED SIZE
                        ' DAYS OVER '  DELIMITED SIZE
                        EDIT-AMOUNT    DELIMITED SIZE
                        ' EFF '        DELIMITED SIZE
                        CMD-DATE-TEXT  DELIMITED SIZE
                        ' BY '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN 'N'
                 MOVE CMD-FIRST-NUM   TO HPL-NEW-ACCT-AGE
                 MOVE CMD-DAYS-NUM    TO HPL-NEW-ACCT-DAYS
                 MOVE 'New-account rule' TO RULE-NAME
                 MOVE CMD-FIRST-NUM   TO EDIT-DAYS2
                 STRING 'Hold policy ' DELIMITED SIZE
                        CMD-TYPE-TEXT  DELIMITED SIZE
                        ' NEW ACCOUNT UNDER ' DELIMITED SIZE
                        EDIT-DAYS2     DELIMITED SIZE
                        ' DAYS HOLD '  DELIMITED SIZE
                        EDIT-DAYS      DELIMITED SIZE
                        ' BY '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN 'L'
                 MOVE CMD-AMOUNT-NUM  TO HPL-LARGE-AMT
                 MOVE CMD-DAYS-NUM    TO HPL-LARGE-DAYS
                 MOVE 'Large-deposit rule' TO RULE-NAME
                 MOVE CMD-AMOUNT-NUM  TO EDIT-AMOUNT
                 STRING 'Hold policy ' DELIMITED SIZE
                        CMD-TYPE-TEXT  DELIMITED SIZE
                        ' LARGE OVER ' DELIMITED SIZE
                        EDIT-AMOUNT    DELIMITED SIZE
                        ' HOLD '       DELIMITED SIZE
                        EDIT-DAYS      DELIMITED SIZE
                        ' BY '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN 'O'
                 MOVE CMD-FIRST-NUM   TO HPL-OD-COUNT
                 MOVE CMD-DAYS-NUM    TO HPL-OD-DAYS
                 MOVE 'Overdraft rule' TO RULE-NAME
                 MOVE CMD-FIRST-NUM   TO EDIT-DAYS2
                 STRING 'Hold policy ' DELIMITED SIZE
                        CMD-TYPE-TEXT  DELIMITED SIZE
                        ' OVERDRAFTS ' DELIMITED SIZE
                        EDIT-DAYS2     DELIMITED SIZE
                        ' IN 6 MONTHS HOLD ' DELIMITED SIZE
                        EDIT-DAYS      DELIMITED SIZE
                        ' BY '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
           END-EVALUATE.
           MOVE EIBOPID                 TO HPL-MAINT-OPID.
           MOVE MAINT-DATE              TO HPL-MAINT-DATE.

           IF HPL-REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBHPOLDB-DD)
                        FROM(HOLD-POLICY-RECORD)
                        LENGTH(LENGTH OF HOLD-POLICY-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBHPOLDB-DD)
                        FROM(HOLD-POLICY-RECORD)
                        LENGTH(LENGTH OF HOLD-POLICY-RECORD)
                        KEYLENGTH(LENGTH OF HPL-REC-KEY)
                        RIDFLD(HPL-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           IF RESP-CODE NOT = 0 THEN
              GO TO POST-POLICY-CHANGE-ERROR
           END-IF.

           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           IF HPL-REC-EXISTS THEN
              STRING RULE-NAME DELIMITED '  '
                     ' updated for type ' DELIMITED SIZE
                     CMD-TYPE-TEXT DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
           ELSE
              STRING 'Hold policy entry added for type '
                                           DELIMITED SIZE
                     CMD-TYPE-TEXT DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
           END-IF.

           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO POST-POLICY-CHANGE-EXIT.

       POST-POLICY-CHANGE-ERROR.
           MOVE 'I/O error on the hold policy file' TO GDNMSG1O.
           MOVE RESP-CODE TO EDIT-NUM.
           STRING 'Response code=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.
           MOVE 1 TO RET-CODE.
           GO TO POST-POLICY-CHANGE-EXIT.

       POST-POLICY-CHANGE-EXIT.
           EXIT.

      **************************************************************
      ** REMOVE A DEPOSIT TYPE'S ENTRY - ITS DEPOSITS GO BACK TO   **
      ** EACH PATH'S OWN FALLBACK HOLD.                            **
      **************************************************************
       REMOVE-POLICY.
           EXEC CICS DELETE
                     DATASET(WBHPOLDB-DD)
                     RIDFLD(HPL-REC-KEY)
                     KEYLENGTH(LENGTH OF HPL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No hold policy entry for that type' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO REMOVE-POLICY-EXIT
              WHEN OTHER
                 MOVE 'Error updating the hold policy file'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO REMOVE-POLICY-EXIT
           END-EVALUATE.

           MOVE 'Hold policy entry removed' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Hold policy ' DELIMITED SIZE
                  CMD-TYPE-TEXT   DELIMITED SIZE
                  ' removed by '  DELIMITED SIZE
                  EIBOPID         DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       REMOVE-POLICY-EXIT.
           EXIT.

      **************************************************************
      ** SHOW A DEPOSIT TYPE'S ENTRY - THE STANDARD HOLD ON THE    **
      ** FIRST LINE, THE EXCEPTIONS ON THE SECOND.                 **
      **************************************************************
       SHOW-POLICY.
           EXEC CICS READ
                     DATASET(WBHPOLDB-DD)
                     INTO(HOLD-POLICY-RECORD)
                     LENGTH(LENGTH OF HOLD-POLICY-RECORD)
                     RIDFLD(HPL-REC-KEY)
                     KEYLENGTH(LENGTH OF HPL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE SPACES TO GDNMSG1O GDNMSG2O
                 MOVE HPL-STD-DAYS TO EDIT-DAYS
                 MOVE HPL-NEXT-DAY-AMT TO EDIT-AMOUNT
                 STRING HPL-DEP-TYPE       DELIMITED SIZE
                        ' hold '           DELIMITED SIZE
                        EDIT-DAYS          DELIMITED SIZE
                        ' days over '      DELIMITED SIZE
                        EDIT-AMOUNT        DELIMITED SIZE
                        ' eff '            DELIMITED SIZE
                        HPL-EFFECTIVE-DATE DELIMITED SIZE
                        ' by '             DELIMITED SIZE
                        HPL-MAINT-OPID     DELIMITED SIZE
                        ' '                DELIMITED SIZE
                        HPL-MAINT-DATE     DELIMITED SIZE
                        INTO GDNMSG1O
                 END-STRING
                 MOVE HPL-NEW-ACCT-AGE  TO SHOW-NEW-AGE
                 MOVE HPL-NEW-ACCT-DAYS TO SHOW-NEW-DAYS
                 MOVE HPL-LARGE-AMT     TO SHOW-LARGE-AMT
                 MOVE HPL-LARGE-DAYS    TO SHOW-LARGE-DAYS
                 MOVE HPL-OD-COUNT      TO SHOW-OD-COUNT
                 MOVE HPL-OD-DAYS       TO SHOW-OD-DAYS
                 MOVE SHOW-EXCEPTIONS   TO GDNMSG2O
              WHEN DFHRESP(NOTFND)
                 MOVE 'No hold policy entry for that type' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Hold policy file not open' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
              WHEN OTHER
                 MOVE 'I/O error on the hold policy file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       SHOW-POLICY-EXIT.
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

       END-WGRVHPOL.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVHPOL-EXIT.
           EXIT.
