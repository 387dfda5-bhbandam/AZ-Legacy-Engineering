      ** RECORD FOR THE DAY; THE END-OF-DAY VAULTRPT RUN BALANCES    *
      ** THE LEDGER AGAINST THE DECLARED CLOSING COUNT. EVERY        *
      ** MOVEMENT IS LOGGED TO WBAUDTDB.                             *
      ** A REPLENISHMENT MAY NAME THE ATM AND THE NOTES LOADED INTO  *
      ** EACH OF ITS CASSETTES, IN THE TERMINAL'S CASSETTE ORDER:    *
      **    BRANCH,R,AMOUNT,TERM,COUNTS  E.G. 001,R,9000,AT01,50/80  *
      ** THE NOTES MUST ADD UP TO THE AMOUNT. THEY ARE ADDED TO THE  *
      ** CASSETTE COUNTS ON THE WBTRMDB TERMINAL MASTER, CLEARING    *
      ** ITS LOW-CASH EVENT AND PUTTING BACK IN SERVICE A TERMINAL   *
      ** WBGCASH TOOK OUT FOR WANT OF CASH.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVVALT.
          05 VLT-ARMORED-IN           PIC S9(13)V99  COMP-3.
          05 VLT-ARMORED-OUT          PIC S9(13)V99  COMP-3.
          05 VLT-MOVE-COUNT           PIC 9(5).
          05 VLT-CLOSING-COUNT        PIC S9(13)V99  COMP-3.
          05 VLT-CLOSE-DECLARED-SW    PIC X(1).
             88 VLT-CLOSE-DECLARED           VALUE 'Y'.
          05 FILLER                   PIC X(3).

       01 WBOPERDB-DD                 PIC X(8)   VALUE 'WBOPERDB'.
       01 OPR-REC-KEY.
          05 SUPV-OPID                PIC X(3).
          05 SUPV-ROLE                PIC X(1).
             88 SUPV-ROLE-SUPERVISOR          VALUE 'S'.
          05 FILLER                   PIC X(15).
          05 SUPV-ACCESS-STATUS       PIC X(1).
             88 SUPV-ACCESS-BARRED            VALUE 'S' 'X'.
          05 FILLER                   PIC X(10).

       01 CMD-BRANCH-TEXT             PIC X(03)   VALUE SPACES.
       01 CMD-TYPE-TEXT               PIC X(01)   VALUE SPACE.
       01 CMD-AMT-TEXT                PIC X(14)   VALUE SPACES.
       01 CMD-TERM-TEXT               PIC X(04)   VALUE SPACES.
       01 CMD-COUNT-TEXT              PIC X(24)   VALUE SPACES.
       01 CMD-COUNT-TABLE.
          05 CMD-CNT-TEXT             PIC X(05)   OCCURS 4 TIMES.
       01 CMD-COUNT-VALUES.
          05 CMD-CNT-NUM              PIC 9(05)   OCCURS 4 TIMES.
       01 NUM-TEXT                    PIC X(05)   VALUE SPACES.
       01 NUM-VALUE                   PIC 9(07)   VALUE 0.
       01 NUM-BAD-SW                  PIC X       VALUE 'N'.
          88 NUM-IS-BAD                           VALUE 'Y'.
       01 CAS-IX                      PIC S9(4)   COMP.
       01 LOAD-VALUE                  PIC S9(13)V99 COMP-3 VALUE 0.
       01 LOAD-NOTES                  PIC S9(7)   COMP-3 VALUE 0.
       01 ATM-LOAD-SW                 PIC X       VALUE 'N'.
          88 ATM-LOAD-REQUESTED                   VALUE 'Y'.

      *****************************************************************
      *  TERMINAL MASTER (WBTRMDB) - SAME FIELDS/WIDTHS AS WBTRMREC.  *
      *  A REPLENISHMENT THAT NAMES THE ATM LOADS ITS CASSETTES.      *
      *****************************************************************
       01 WBTRMDB-DD                  PIC X(8)   VALUE 'WBTRMDB'.
       01 TRM-REC-KEY.
          05 TRM-KEY-TERM-ID          PIC X(4)   VALUE SPACES.
       01 TERMINAL-RECORD.
          05 TRM-TERM-ID              PIC X(4).
          05 TRM-LOCATION             PIC X(30).
          05 TRM-BRANCH               PIC X(3).
          05 TRM-DISPENSE-LIMIT       PIC S9(7)V99   COMP-3.
          05 TRM-STATUS-CODE          PIC X(1).
             88 TRM-STATUS-IN-SERVICE         VALUE 'I'.
             88 TRM-STATUS-OUT-OF-SERVICE     VALUE 'O' 'E'.
             88 TRM-STATUS-CASH-OUT           VALUE 'E'.
          05 TRM-CASSETTE             OCCURS 4 TIMES.
             10 TRM-CAS-DENOM         PIC 9(3).
             10 TRM-CAS-COUNT         PIC S9(5)      COMP-3.
          05 TRM-LOW-CASH-NOTES       PIC S9(5)      COMP-3.
          05 TRM-LOW-CASH-SW          PIC X(1).
             88 TRM-LOW-CASH-REPORTED         VALUE 'Y'.
          05 TRM-SURCHARGE            PIC S9(3)V99   COMP-3.
          05 FILLER                   PIC X(6).
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 MOVE-AMOUNT                 PIC S9(13)V99 COMP-3 VALUE 0.
       01 AMT-WHOLE                   PIC 9(11)   VALUE 0.
       SET-MAP-DEFAULTS.
           MOVE 'WBVL' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Enter BRANCH,T,AMOUNT[,TERM,COUNTS]' TO GDNMSG1O.
           MOVE 'T: P=open B=buy S=sell R=ATM I/O=armored'
                                                      TO GDNMSG2O.


           EVALUATE RESP-CODE
              WHEN 0
                 IF NOT SUPV-ROLE-SUPERVISOR OR SUPV-ACCESS-BARRED
                    MOVE 'Vault movements restricted to supervisors'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-BRANCH-TEXT CMD-AMT-TEXT
                          CMD-TERM-TEXT CMD-COUNT-TEXT.
           MOVE SPACE  TO CMD-TYPE-TEXT.
           MOVE 'N'    TO ATM-LOAD-SW.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-BRANCH-TEXT CMD-TYPE-TEXT CMD-AMT-TEXT
                         CMD-TERM-TEXT CMD-COUNT-TEXT
           END-UNSTRING.

           IF CMD-BRANCH-TEXT = SPACES
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-TERM-TEXT NOT = SPACES
              IF CMD-TYPE-TEXT NOT = 'R'
                 MOVE 'Only an ATM replenishment names a terminal'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              PERFORM CHECK-ATM-LOAD THRU CHECK-ATM-LOAD-EXIT
              IF RET-CODE NOT = 0
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              SET ATM-LOAD-REQUESTED TO TRUE
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-AMOUNT-EXIT.
           EXIT.

      **************************************************************
      ** VALIDATE AN ATM LOAD: THE TERMINAL MUST BELONG TO THE     **
      ** BRANCH AND HAVE CASSETTES CONFIGURED, AND THE NOTES       **
      ** LOADED MUST ADD UP TO THE AMOUNT LEAVING THE VAULT        **
      **************************************************************
       CHECK-ATM-LOAD.
           MOVE SPACES TO CMD-COUNT-TABLE.
           MOVE ZERO   TO CMD-COUNT-VALUES.
           UNSTRING CMD-COUNT-TEXT DELIMITED BY '/'
                    INTO CMD-CNT-TEXT (1) CMD-CNT-TEXT (2)
                         CMD-CNT-TEXT (3) CMD-CNT-TEXT (4)
           END-UNSTRING.

           MOVE CMD-TERM-TEXT TO TRM-KEY-TERM-ID.
           EXEC CICS READ
                     DATASET(WBTRMDB-DD)
                     INTO(TERMINAL-RECORD)
                     LENGTH(LENGTH OF TERMINAL-RECORD)
                     RIDFLD(TRM-REC-KEY)
                     KEYLENGTH(LENGTH OF TRM-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Terminal is not on the terminal master'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO CHECK-ATM-LOAD-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the terminal master' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO CHECK-ATM-LOAD-EXIT
           END-EVALUATE.

           IF TRM-BRANCH NOT = CMD-BRANCH-TEXT
              MOVE 'Terminal belongs to another branch' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CHECK-ATM-LOAD-EXIT
           END-IF.
           IF TRM-CAS-DENOM (1) IS NOT NUMERIC OR
              TRM-CAS-DENOM (1) = 0
              MOVE 'Terminal has no cassettes set up on WGRVTERM'
                                                         TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CHECK-ATM-LOAD-EXIT
           END-IF.

           MOVE 0 TO LOAD-VALUE LOAD-NOTES.
           PERFORM CHECK-CASSETTE-LOAD THRU CHECK-CASSETTE-LOAD-EXIT
              VARYING CAS-IX FROM 1 BY 1
                UNTIL CAS-IX > 4 OR RET-CODE NOT = 0.
           IF RET-CODE NOT = 0
              GO TO CHECK-ATM-LOAD-EXIT
           END-IF.

           IF LOAD-NOTES = 0
              MOVE 'Enter the notes loaded into each cassette'
                                                         TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CHECK-ATM-LOAD-EXIT
           END-IF.
           IF LOAD-VALUE NOT = MOVE-AMOUNT
              MOVE 'Cassette notes do not add up to the amount'
                                                         TO GDNMSG1O
              MOVE LOAD-VALUE TO EDIT-NUM
              STRING 'Notes loaded total ' DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
              MOVE 1 TO RET-CODE
           END-IF.

       CHECK-ATM-LOAD-EXIT.
           EXIT.

       CHECK-CASSETTE-LOAD.
           MOVE CMD-CNT-TEXT (CAS-IX) TO NUM-TEXT.
           PERFORM PARSE-NUM-TEXT THRU PARSE-NUM-TEXT-EXIT.
           IF NUM-IS-BAD
              MOVE 'Cassette counts must be whole notes' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CHECK-CASSETTE-LOAD-EXIT
           END-IF.
           IF NUM-VALUE > 0 AND TRM-CAS-DENOM (CAS-IX) = 0
              MOVE 'Notes given for an unused cassette' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CHECK-CASSETTE-LOAD-EXIT
           END-IF.
           IF NUM-VALUE + TRM-CAS-COUNT (CAS-IX) > 99999
              MOVE 'Cassette count would pass 99999 notes' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO CHECK-CASSETTE-LOAD-EXIT
           END-IF.
           MOVE NUM-VALUE TO CMD-CNT-NUM (CAS-IX).
           ADD NUM-VALUE TO LOAD-NOTES.
           COMPUTE LOAD-VALUE = LOAD-VALUE
                              + (NUM-VALUE * TRM-CAS-DENOM (CAS-IX)).

       CHECK-CASSETTE-LOAD-EXIT.
           EXIT.

      **************************************************************
      ** TURN THE DIGITS IN NUM-TEXT INTO NUM-VALUE, IGNORING      **
      ** SPACES; ANY OTHER CHARACTER SETS NUM-IS-BAD               **
      **************************************************************
       PARSE-NUM-TEXT.
           MOVE 0   TO NUM-VALUE.
           MOVE 'N' TO NUM-BAD-SW.
           PERFORM PARSE-NUM-CHAR THRU PARSE-NUM-CHAR-EXIT
              VARYING I FROM 1 BY 1
                UNTIL I > LENGTH OF NUM-TEXT OR NUM-IS-BAD.

       PARSE-NUM-TEXT-EXIT.
           EXIT.

       PARSE-NUM-CHAR.
           IF NUM-TEXT(I:1) = SPACE
              GO TO PARSE-NUM-CHAR-EXIT
           END-IF.
           IF NUM-TEXT(I:1) IS NOT NUMERIC
              SET NUM-IS-BAD TO TRUE
              GO TO PARSE-NUM-CHAR-EXIT
           END-IF.
           MOVE NUM-TEXT(I:1) TO CMD-DIGIT.
           COMPUTE NUM-VALUE = (NUM-VALUE * 10) + CMD-DIGIT.

       PARSE-NUM-CHAR-EXIT.
           EXIT.

      **************************************************************
      ** ACCUMULATE THE MOVEMENT ON THE BRANCH'S VAULT LEDGER      **
      ** RECORD FOR TODAY - THE FIRST MOVEMENT OF THE DAY OPENS IT **
                 MOVE 0 TO VLT-OPENING-BAL VLT-DRAWER-BUYS
                           VLT-DRAWER-SELLS VLT-ATM-REPLEN
                           VLT-ARMORED-IN VLT-ARMORED-OUT
                           VLT-MOVE-COUNT VLT-CLOSING-COUNT
                 MOVE 'N' TO VLT-CLOSE-DECLARED-SW
              WHEN OTHER
                 MOVE 'I/O error on the vault ledger' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 ADD MOVE-AMOUNT TO VLT-ARMORED-OUT
           END-EVALUATE.
           ADD 1 TO VLT-MOVE-COUNT.
      *    A MOVEMENT AFTER THE CLOSING COUNT MAKES THE COUNT STALE -
      *    IT HAS TO BE TAKEN AGAIN ON WGRVBCLS
           MOVE 'N' TO VLT-CLOSE-DECLARED-SW.

           IF VAULT-REC-EXISTS THEN
              EXEC CICS REWRITE

           MOVE 'Vault movement recorded' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.
           IF ATM-LOAD-REQUESTED
              PERFORM LOAD-ATM-CASSETTES THRU LOAD-ATM-CASSETTES-EXIT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Vault ' DELIMITED SIZE
       POST-VAULT-MOVE-EXIT.
           EXIT.

      **************************************************************
      ** ADD THE NOTES LOADED TO THE TERMINAL'S CASSETTE COUNTS.   **
      ** A FULL MACHINE'S LOW-CASH EVENT CAN FIRE AGAIN, AND ONE   **
      ** WBGCASH TOOK OUT OF SERVICE FOR WANT OF CASH COMES BACK   **
      **************************************************************
       LOAD-ATM-CASSETTES.
           MOVE CMD-TERM-TEXT TO TRM-KEY-TERM-ID.
           EXEC CICS READ
                     DATASET(WBTRMDB-DD)
                     INTO(TERMINAL-RECORD)
                     LENGTH(LENGTH OF TERMINAL-RECORD)
                     RIDFLD(TRM-REC-KEY)
                     KEYLENGTH(LENGTH OF TRM-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           IF RESP-CODE NOT = 0
              GO TO LOAD-ATM-CASSETTES-ERROR
           END-IF.

           MOVE 0 TO LOAD-NOTES.
           PERFORM LOAD-ONE-CASSETTE THRU LOAD-ONE-CASSETTE-EXIT
              VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 4.
           IF LOAD-NOTES > TRM-LOW-CASH-NOTES
              MOVE 'N' TO TRM-LOW-CASH-SW
           END-IF.
           IF TRM-STATUS-CASH-OUT
              MOVE 'I' TO TRM-STATUS-CODE
           END-IF.

           EXEC CICS REWRITE
                     DATASET(WBTRMDB-DD)
                     FROM(TERMINAL-RECORD)
                     LENGTH(LENGTH OF TERMINAL-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0
              GO TO LOAD-ATM-CASSETTES-ERROR
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Vault movement recorded - terminal ' DELIMITED SIZE
                  CMD-TERM-TEXT DELIMITED SIZE
                  ' cassettes loaded' DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE LOAD-NOTES TO EDIT-NUM.
           STRING 'Notes now in the machine ' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Terminal ' DELIMITED SIZE
                  CMD-TERM-TEXT DELIMITED SIZE
                  ' cassettes loaded from vault ' DELIMITED SIZE
                  CMD-BRANCH-TEXT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO LOAD-ATM-CASSETTES-EXIT.

      *    THE LEDGER HAS ALREADY TAKEN THE CASH OUT OF THE VAULT -
      *    SAY SO, SO THE SUPERVISOR LOADS THE COUNTS ON WGRVTERM
      *    RATHER THAN POSTING THE MOVEMENT TWICE
       LOAD-ATM-CASSETTES-ERROR.
           MOVE 'Vault movement recorded - cassette load failed'
                                                         TO GDNMSG1O.
           MOVE RESP-CODE TO EDIT-NUM.
           STRING 'Response code=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

       LOAD-ATM-CASSETTES-EXIT.
           EXIT.

      *    LOAD-NOTES ENDS UP AS THE NOTES NOW IN THE MACHINE
       LOAD-ONE-CASSETTE.
           ADD CMD-CNT-NUM (CAS-IX) TO TRM-CAS-COUNT (CAS-IX).
           IF TRM-CAS-DENOM (CAS-IX) > 0
              ADD TRM-CAS-COUNT (CAS-IX) TO LOAD-NOTES
           END-IF.

       LOAD-ONE-CASSETTE-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
