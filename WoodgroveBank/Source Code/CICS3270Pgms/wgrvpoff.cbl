      **    I,SSN,ACCT,REF - REDISPLAY A FILED QUOTE                  *
      ** WHEN THE PAYOFF POSTS BY THE GOOD-THROUGH DATE, WGRVADDA    *
      ** TIES THE POSTED FIGURE OUT AGAINST THE QUOTE AUTOMATICALLY. *
      **                                                              *
      ** THE SAME SCREEN KEEPS THE COLLATERAL SECURING EACH LOAN ON   *
      ** WBCLTDB (SEE WBCLTREC) -                                     *
      **    C,SSN,ACCT,TYPE,LIEN,VALUE,APPRDATE - RECORD THE          *
      **        COLLATERAL (TYPE A/R/D/E/O, LIEN POSITION 1-9,        *
      **        APPRAISED VALUE AND APPRAISAL DATE)                   *
      **    V,SSN,ACCT,ITEMID,DESCRIPTION - VIN OR PROPERTY ID AND    *
      **        DESCRIPTION                                           *
      **    N,SSN,ACCT,CARRIER,POLICY,EXPIRY - INSURANCE ON IT        *
      **    K,SSN,ACCT - SHOW THE COLLATERAL                          *
      **    X,SSN,ACCT - RECORD THE LIEN RELEASE ONCE THE MONTHLY     *
      **        COLLTRPT RUN HAS FLAGGED IT DUE                       *
      ** EVERY QUOTE AND COLLATERAL CHANGE IS LOGGED TO WBAUDTDB.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVPOFF.
          05 ACR-ACCRUED-AMT          PIC S9(13)V99 COMP-3.
          05 ACR-LAST-ACCRUAL-DATE    PIC X(10).

       01 WBCLTDB-DD                  PIC X(8)   VALUE 'WBCLTDB'.
       01 CLT-REC-KEY.
          05 CLT-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 CLT-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
       01 COLLATERAL-RECORD.
          05 CLT-SSN                  PIC X(9).
          05 CLT-ACCT-NUM             PIC X(10).
          05 CLT-TYPE-CODE            PIC X(1).
             88 CLT-TYPE-AUTO                VALUE 'A'.
             88 CLT-TYPE-REAL-ESTATE         VALUE 'R'.
             88 CLT-TYPE-DEPOSIT             VALUE 'D'.
             88 CLT-TYPE-EQUIPMENT           VALUE 'E'.
             88 CLT-TYPE-OTHER               VALUE 'O'.
             88 CLT-TYPE-VALID               VALUE 'A' 'R' 'D'
                                                   'E' 'O'.
          05 CLT-DESCRIPTION          PIC X(30).
          05 CLT-ITEM-ID              PIC X(20).
          05 CLT-APPRAISED-VALUE      PIC S9(11)V99  COMP-3.
          05 CLT-APPRAISAL-DATE       PIC X(10).
          05 CLT-LIEN-POSITION        PIC 9(1).
          05 CLT-INS-CARRIER          PIC X(20).
          05 CLT-INS-POLICY           PIC X(15).
          05 CLT-INS-EXPIRY           PIC X(10).
          05 CLT-INS-LETTER-DATE      PIC X(10).
          05 CLT-LIEN-STATUS          PIC X(1).
             88 CLT-LIEN-ACTIVE              VALUE 'A' ' '.
             88 CLT-LIEN-RELEASE-DUE         VALUE 'R'.
             88 CLT-LIEN-RELEASED            VALUE 'X'.
          05 CLT-LIEN-STATUS-DATE     PIC X(10).
          05 CLT-MAINT-OPID           PIC X(3).
          05 CLT-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(20).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-SEQ-TEXT                PIC X(04)   VALUE SPACES.
       01 CMD-SEQ-NUM                 PIC 9(4)    VALUE 0.
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 CMD-TYPE-TEXT               PIC X(02)   VALUE SPACES.
       01 CMD-LIEN-TEXT               PIC X(02)   VALUE SPACES.
       01 CMD-VALUE-TEXT              PIC X(15)   VALUE SPACES.
       01 CMD-DATE-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-ITEM-TEXT               PIC X(20)   VALUE SPACES.
       01 CMD-DESC-TEXT               PIC X(30)   VALUE SPACES.
       01 CMD-CARRIER-TEXT            PIC X(20)   VALUE SPACES.
       01 CMD-POLICY-TEXT             PIC X(15)   VALUE SPACES.
       01 CMD-VALUE-NUM               PIC 9(11)V99 VALUE 0.
       01 CMD-AMT-WHOLE               PIC 9(11)   VALUE 0.
       01 CMD-AMT-CENTS               PIC 99      VALUE 0.
       01 CMD-WHOLE-DIGITS            PIC S9(4)   COMP  VALUE 0.
       01 CMD-CENT-DIGITS             PIC S9(4)   COMP  VALUE 0.
       01 AMT-DOT-SW                  PIC X       VALUE 'N'.
          88 AMT-DOT-SEEN                         VALUE 'Y'.
       01 AMT-BAD-SW                  PIC X       VALUE 'N'.
          88 AMT-BAD                              VALUE 'Y'.
       01 DATE-BAD-SW                 PIC X       VALUE 'N'.
          88 DATE-BAD                             VALUE 'Y'.
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
          88 CLT-REC-EXISTS                       VALUE 'Y'.
       01 CLT-TYPE-NAME               PIC X(12)   VALUE SPACES.
       01 LIEN-STATUS-NAME            PIC X(12)   VALUE SPACES.
       01 I                           PIC S9(4)   COMP.
       01 NEXT-SEQ                    PIC 9(4)    VALUE 0.
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 EDIT-DIEM                   PIC ZZZ,ZZ9.99.
       01 EDIT-VALUE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 EDIT-LTV                    PIC ZZZ9.99.
       01 LTV-PCT                     PIC S9(5)V99  COMP-3 VALUE 0.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 STEP-UTIME                  PIC S9(15)  COMP-3.
              MOVE 0 TO RET-CODE
              PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'Q'
                       PERFORM BUILD-QUOTE THRU BUILD-QUOTE-EXIT
                    WHEN 'I'
                       PERFORM SHOW-QUOTE THRU SHOW-QUOTE-EXIT
                    WHEN 'K'
                       PERFORM SHOW-COLLATERAL
                          THRU SHOW-COLLATERAL-EXIT
                    WHEN OTHER
                       PERFORM POST-COLLATERAL
                          THRU POST-COLLATERAL-EXIT
                 END-EVALUATE
              END-IF

              PERFORM FORMAT-REPLY-MSG THRU FORMAT-REPLY-MSG-EXIT
       SET-MAP-DEFAULTS.
           MOVE 'WBPQ' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Q,SSN,ACCT,GOODTHRU quotes; I,SSN,ACCT,REF redisplays'
                                                       TO GDNMSG1O.
           MOVE 'Collateral: C add, V item, N insur, K show, X release'
                                                       TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT CMD-THRU-TEXT
                          CMD-SEQ-TEXT.
           MOVE SPACES TO CMD-TYPE-TEXT CMD-LIEN-TEXT CMD-VALUE-TEXT
                          CMD-DATE-TEXT CMD-ITEM-TEXT CMD-DESC-TEXT
                          CMD-CARRIER-TEXT CMD-POLICY-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-SEQ-TEXT
                 END-UNSTRING
              WHEN 'C'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-TYPE-TEXT
                               CMD-LIEN-TEXT CMD-VALUE-TEXT
                               CMD-DATE-TEXT
                 END-UNSTRING
              WHEN 'V'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-ITEM-TEXT
                               CMD-DESC-TEXT
                 END-UNSTRING
              WHEN 'N'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-CARRIER-TEXT
                               CMD-POLICY-TEXT CMD-DATE-TEXT
                 END-UNSTRING
              WHEN 'K'
              WHEN 'X'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be Q, I, C, V, N, K or X'
                                                       TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'Q'
                 IF CMD-THRU-TEXT = SPACES
                    MOVE 'Good-through date must not be blank'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 IF CMD-THRU-TEXT < TODAY-ISO
                    MOVE 'Good-through date is already past'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'I'
                 MOVE 0 TO CMD-SEQ-NUM
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                    IF CMD-SEQ-TEXT(I:1) IS NUMERIC
                       MOVE CMD-SEQ-TEXT(I:1) TO CMD-DIGIT
                       COMPUTE CMD-SEQ-NUM =
                          (CMD-SEQ-NUM * 10) + CMD-DIGIT
                    END-IF
                 END-PERFORM
                 IF CMD-SEQ-NUM = 0
                    MOVE 'Reference must not be zero' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'C'
                 IF CMD-TYPE-TEXT(2:1) NOT = SPACE OR
                    (CMD-TYPE-TEXT(1:1) NOT = 'A' AND NOT = 'R'
                     AND NOT = 'D' AND NOT = 'E' AND NOT = 'O')
                    MOVE 'Collateral type must be A, R, D, E or O'
                                                       TO GDNMSG1O
                    MOVE 'Auto, Real estate, Deposit, Equipment, Other'
                                                       TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 IF CMD-LIEN-TEXT(2:1) NOT = SPACE OR
                    CMD-LIEN-TEXT(1:1) NOT NUMERIC OR
                    CMD-LIEN-TEXT(1:1) = '0'
                    MOVE 'Lien position must be 1 through 9' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT
                 IF AMT-BAD OR CMD-VALUE-NUM = 0
                    MOVE 'Appraised value must be dollars.cents'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 PERFORM CHECK-DATE-TEXT THRU CHECK-DATE-TEXT-EXIT
                 IF DATE-BAD OR CMD-DATE-TEXT > TODAY-ISO
                    MOVE 'Appraisal date must be YYYY-MM-DD, not future'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'V'
                 IF CMD-ITEM-TEXT = SPACES OR CMD-DESC-TEXT = SPACES
                    MOVE 'Item ID and description are both required'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'N'
                 IF CMD-CARRIER-TEXT = SPACES OR
                    CMD-POLICY-TEXT = SPACES
                    MOVE 'Carrier and policy number are both required'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 PERFORM CHECK-DATE-TEXT THRU CHECK-DATE-TEXT-EXIT
                 IF DATE-BAD
                    MOVE 'Policy expiry must be YYYY-MM-DD' TO GDNMSG1O
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
      ** THE APPRAISED VALUE ARRIVES AS UP TO ELEVEN DOLLAR DIGITS,**
      ** OPTIONALLY FOLLOWED BY A POINT AND TWO CENTS DIGITS       **
      **************************************************************
       PARSE-VALUE.
           MOVE 'N' TO AMT-BAD-SW AMT-DOT-SW.
           MOVE 0 TO CMD-AMT-WHOLE CMD-AMT-CENTS.
           MOVE 0 TO CMD-WHOLE-DIGITS CMD-CENT-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 15 OR AMT-BAD
              EVALUATE TRUE
                 WHEN CMD-VALUE-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-VALUE-TEXT(I:1) = '.' AND NOT AMT-DOT-SEEN
                    SET AMT-DOT-SEEN TO TRUE
                 WHEN CMD-VALUE-TEXT(I:1) IS NUMERIC
                    MOVE CMD-VALUE-TEXT(I:1) TO CMD-DIGIT
                    IF AMT-DOT-SEEN THEN
                       ADD 1 TO CMD-CENT-DIGITS
                       IF CMD-CENT-DIGITS > 2 THEN
                          SET AMT-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-AMT-CENTS =
                                  (CMD-AMT-CENTS * 10) + CMD-DIGIT
                          END-COMPUTE
                       END-IF
                    ELSE
                       ADD 1 TO CMD-WHOLE-DIGITS
                       IF CMD-WHOLE-DIGITS > 11 THEN
                          SET AMT-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-AMT-WHOLE =
                                  (CMD-AMT-WHOLE * 10) + CMD-DIGIT
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
           COMPUTE CMD-VALUE-NUM = CMD-AMT-WHOLE
                                 + (CMD-AMT-CENTS / 100)
           END-COMPUTE.

       PARSE-VALUE-EXIT.
           EXIT.

      **************************************************************
      ** A DATE IS KEYED AS YYYY-MM-DD                             **
      **************************************************************
       CHECK-DATE-TEXT.
           MOVE 'N' TO DATE-BAD-SW.
           IF CMD-DATE-TEXT(1:4) NOT NUMERIC OR
              CMD-DATE-TEXT(5:1) NOT = '-'   OR
              CMD-DATE-TEXT(6:2) NOT NUMERIC OR
              CMD-DATE-TEXT(8:1) NOT = '-'   OR
              CMD-DATE-TEXT(9:2) NOT NUMERIC
              SET DATE-BAD TO TRUE
              GO TO CHECK-DATE-TEXT-EXIT
           END-IF.
           IF CMD-DATE-TEXT(6:2) < '01' OR CMD-DATE-TEXT(6:2) > '12'
              OR CMD-DATE-TEXT(9:2) < '01'
              OR CMD-DATE-TEXT(9:2) > '31'
              SET DATE-BAD TO TRUE
           END-IF.

       CHECK-DATE-TEXT-EXIT.
           EXIT.

      **************************************************************
      ** BUILD THE QUOTE: BALANCE PLUS OPEN ACCRUAL PLUS PER-DIEM  **
      ** THROUGH THE GOOD-THROUGH DATE, FILED UNDER THE NEXT FREE  **
       SHOW-QUOTE-EXIT.
           EXIT.

      **************************************************************
      ** RECORD A COLLATERAL CHANGE. C ADDS OR REPLACES THE BASICS **
      ** AND NEEDS AN OPEN LOAN ON FILE; V, N AND X CHANGE A       **
      ** RECORD THAT C HAS ALREADY ADDED. X IS ONLY TAKEN ONCE     **
      ** COLLTRPT HAS SEEN THE PAYOFF AND FLAGGED THE LIEN DUE.    **
      ** THE MAINTAINING OPERATOR AND DATE ARE STAMPED ON THE      **
      ** RECORD.                                                   **
      **************************************************************
       POST-COLLATERAL.
           IF CMD-ACTION-TEXT = 'C'
              MOVE CMD-SSN-TEXT  TO ACCT-KEY-SSN
              MOVE CMD-ACCT-TEXT TO ACCT-KEY-ACCT-NUM
              EXEC CICS READ
                        DATASET(WBACCTDB-DD)
                        INTO(ACCOUNT-RECORD)
                        LENGTH(LENGTH OF ACCOUNT-RECORD)
                        RIDFLD(ACCT-REC-KEY)
                        KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              EVALUATE RESP-CODE
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(NOTFND)
                    MOVE 'Account not on file' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 2 TO RET-CODE
                    GO TO POST-COLLATERAL-EXIT
                 WHEN OTHER
                    MOVE 'I/O error on the account file' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 3 TO RET-CODE
                    GO TO POST-COLLATERAL-EXIT
              END-EVALUATE
              IF NOT ACCOUNT-TYPE-LON OR ACCOUNT-CLOSED
                 MOVE 'Collateral only applies to open loans'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 4 TO RET-CODE
                 GO TO POST-COLLATERAL-EXIT
              END-IF
           END-IF.

           MOVE 'N' TO REC-EXISTS-SW.
           MOVE CMD-SSN-TEXT  TO CLT-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO CLT-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBCLTDB-DD)
                     INTO(COLLATERAL-RECORD)
                     LENGTH(LENGTH OF COLLATERAL-RECORD)
                     RIDFLD(CLT-REC-KEY)
                     KEYLENGTH(LENGTH OF CLT-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 SET CLT-REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 IF CMD-ACTION-TEXT NOT = 'C'
                    MOVE 'No collateral on file - record it with C'
                                                       TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 2 TO RET-CODE
                    GO TO POST-COLLATERAL-EXIT
                 END-IF
                 MOVE SPACES TO COLLATERAL-RECORD
                 MOVE CMD-SSN-TEXT  TO CLT-SSN
                 MOVE CMD-ACCT-TEXT TO CLT-ACCT-NUM
                 MOVE 0 TO CLT-APPRAISED-VALUE CLT-LIEN-POSITION
                 SET CLT-LIEN-ACTIVE TO TRUE
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Collateral file not open' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO POST-COLLATERAL-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the collateral file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO POST-COLLATERAL-EXIT
           END-EVALUATE.

           MOVE SPACES TO LOG-MSG-BUFFER.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'C'
                 MOVE CMD-TYPE-TEXT(1:1) TO CLT-TYPE-CODE
                 MOVE CMD-LIEN-TEXT(1:1) TO CLT-LIEN-POSITION
                 MOVE CMD-VALUE-NUM      TO CLT-APPRAISED-VALUE
                 MOVE CMD-DATE-TEXT      TO CLT-APPRAISAL-DATE
                 MOVE CMD-VALUE-NUM      TO EDIT-VALUE
                 STRING 'Collateral ' DELIMITED SIZE
                        CLT-TYPE-CODE  DELIMITED SIZE
                        ' lien '       DELIMITED SIZE
                        CLT-LIEN-POSITION DELIMITED SIZE
                        ' value '      DELIMITED SIZE
                        EDIT-VALUE     DELIMITED SIZE
                        ' on loan '    DELIMITED SIZE
                        CMD-ACCT-TEXT  DELIMITED SIZE
                        ' by '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN 'V'
                 MOVE CMD-ITEM-TEXT      TO CLT-ITEM-ID
                 MOVE CMD-DESC-TEXT      TO CLT-DESCRIPTION
                 STRING 'Collateral item ' DELIMITED SIZE
                        CLT-ITEM-ID    DELIMITED SIZE
                        ' on loan '    DELIMITED SIZE
                        CMD-ACCT-TEXT  DELIMITED SIZE
                        ' by '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN 'N'
      *          A NEW POLICY ENDS THE LETTER CYCLE FOR THE OLD ONE
                 MOVE CMD-CARRIER-TEXT   TO CLT-INS-CARRIER
                 MOVE CMD-POLICY-TEXT    TO CLT-INS-POLICY
                 MOVE CMD-DATE-TEXT      TO CLT-INS-EXPIRY
                 MOVE SPACES             TO CLT-INS-LETTER-DATE
                 STRING 'Collateral insurance ' DELIMITED SIZE
                        CLT-INS-POLICY DELIMITED SIZE
                        ' exp '        DELIMITED SIZE
                        CLT-INS-EXPIRY DELIMITED SIZE
                        ' loan '       DELIMITED SIZE
                        CMD-ACCT-TEXT  DELIMITED SIZE
                        ' by '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN 'X'
                 IF NOT CLT-LIEN-RELEASE-DUE
                    EXEC CICS UNLOCK DATASET(WBCLTDB-DD)
                                     RESP(RESP-CODE) END-EXEC
                    IF CLT-LIEN-RELEASED
                       MOVE 'Lien release already recorded' TO GDNMSG1O
                    ELSE
                       MOVE 'Lien release not due - no satisfied payoff'
                                                       TO GDNMSG1O
                    END-IF
                    MOVE SPACES TO GDNMSG2O
                    MOVE 4 TO RET-CODE
                    GO TO POST-COLLATERAL-EXIT
                 END-IF
                 SET CLT-LIEN-RELEASED   TO TRUE
                 MOVE TODAY-ISO          TO CLT-LIEN-STATUS-DATE
                 STRING 'Collateral lien released on loan '
                                       DELIMITED SIZE
                        CMD-ACCT-TEXT  DELIMITED SIZE
                        ' by '         DELIMITED SIZE
                        EIBOPID        DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
           END-EVALUATE.
           MOVE EIBOPID   TO CLT-MAINT-OPID.
           MOVE TODAY-ISO TO CLT-MAINT-DATE.

           IF CLT-REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBCLTDB-DD)
                        FROM(COLLATERAL-RECORD)
                        LENGTH(LENGTH OF COLLATERAL-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBCLTDB-DD)
                        FROM(COLLATERAL-RECORD)
                        LENGTH(LENGTH OF COLLATERAL-RECORD)
                        KEYLENGTH(LENGTH OF CLT-REC-KEY)
                        RIDFLD(CLT-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the collateral file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO POST-COLLATERAL-EXIT
           END-IF.

           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
      *    READ IT BACK SO THE OPERATOR SEES WHAT WAS FILED
           PERFORM SHOW-COLLATERAL THRU SHOW-COLLATERAL-EXIT.

       POST-COLLATERAL-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE COLLATERAL ON A LOAN: WHAT IT IS, ITS VALUE AND  **
      ** LOAN-TO-VALUE ON THE FIRST LINE, INSURANCE AND LIEN ON    **
      ** THE SECOND                                                **
      **************************************************************
       SHOW-COLLATERAL.
           MOVE CMD-SSN-TEXT  TO CLT-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO CLT-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBCLTDB-DD)
                     INTO(COLLATERAL-RECORD)
                     LENGTH(LENGTH OF COLLATERAL-RECORD)
                     RIDFLD(CLT-REC-KEY)
                     KEYLENGTH(LENGTH OF CLT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No collateral on file for this loan' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-COLLATERAL-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the collateral file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-COLLATERAL-EXIT
           END-EVALUATE.

      *    THE LOAN-TO-VALUE USES THE BALANCE ON FILE RIGHT NOW
           MOVE 0 TO LTV-PCT.
           MOVE CMD-SSN-TEXT  TO ACCT-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACCT-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL) AND ACCOUNT-TYPE-LON
              AND NOT ACCOUNT-CLOSED AND CLT-APPRAISED-VALUE > 0
              COMPUTE LTV-PCT ROUNDED =
                 ACCOUNT-LON-BAL * 100 / CLT-APPRAISED-VALUE
                 ON SIZE ERROR
                    MOVE 9999.99 TO LTV-PCT
              END-COMPUTE
           END-IF.

           EVALUATE TRUE
              WHEN CLT-TYPE-AUTO
                 MOVE 'Auto'        TO CLT-TYPE-NAME
              WHEN CLT-TYPE-REAL-ESTATE
                 MOVE 'Real estate' TO CLT-TYPE-NAME
              WHEN CLT-TYPE-DEPOSIT
                 MOVE 'Deposit'     TO CLT-TYPE-NAME
              WHEN CLT-TYPE-EQUIPMENT
                 MOVE 'Equipment'   TO CLT-TYPE-NAME
              WHEN OTHER
                 MOVE 'Other'       TO CLT-TYPE-NAME
           END-EVALUATE.
           EVALUATE TRUE
              WHEN CLT-LIEN-RELEASE-DUE
                 MOVE 'RELEASE DUE' TO LIEN-STATUS-NAME
              WHEN CLT-LIEN-RELEASED
                 MOVE 'RELEASED'    TO LIEN-STATUS-NAME
              WHEN OTHER
                 MOVE 'active'      TO LIEN-STATUS-NAME
           END-EVALUATE.

           MOVE CLT-APPRAISED-VALUE TO EDIT-VALUE.
           MOVE LTV-PCT             TO EDIT-LTV.
           MOVE SPACES TO GDNMSG1O.
           STRING CLT-TYPE-NAME DELIMITED '  '
                  ' ' DELIMITED SIZE
                  CLT-ITEM-ID DELIMITED '  '
                  ' value ' DELIMITED SIZE
                  EDIT-VALUE DELIMITED SIZE
                  ' LTV ' DELIMITED SIZE
                  EDIT-LTV DELIMITED SIZE
                  '%' DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           IF CLT-TYPE-DEPOSIT
              STRING 'No insurance needed' DELIMITED SIZE
                     ' - lien ' DELIMITED SIZE
                     CLT-LIEN-POSITION DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     LIEN-STATUS-NAME DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           ELSE
              STRING 'Ins ' DELIMITED SIZE
                     CLT-INS-CARRIER DELIMITED '  '
                     ' ' DELIMITED SIZE
                     CLT-INS-POLICY DELIMITED '  '
                     ' exp ' DELIMITED SIZE
                     CLT-INS-EXPIRY DELIMITED SIZE
                     ' - lien ' DELIMITED SIZE
                     CLT-LIEN-POSITION DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     LIEN-STATUS-NAME DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           END-IF.

       SHOW-COLLATERAL-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
