      ** MAINTENANCE SCREEN FOR THE WBTRMDB ATM TERMINAL MASTER,     *
      ** RESTRICTED TO SUPERVISORS. THE COMMAND RIDES IN THE NAME    *
      ** FIELD OF THE GDNAME MAP AS                                  *
      **    TERM,LOCATION,BRANCH,LIMIT,S[,DENOMS,LOW,SURCH]          *
      ** WHERE LIMIT IS THE WHOLE-DOLLAR DISPENSE CAP (0 = NO CAP)   *
      ** AND S IS I (IN SERVICE) OR O (OUT OF SERVICE). WBGCASH      *
      ** HONOURS THE CAP AND THE STATUS BEFORE ANY CASH LEAVES THE   *
      ** MACHINE; TRMSETTL PRINTS THE LOCATION NAMES.                *
      ** DENOMS GIVES THE NOTE IN EACH OF UP TO FOUR CASSETTES,      *
      ** LARGEST FIRST, SEPARATED BY '/' (0 OR OMITTED = UNUSED),    *
      ** AND LOW IS THE NOTES-LEFT COUNT THAT RAISES THE LOW-CASH    *
      ** EVENT. BOTH ARE OPTIONAL AND KEEP THEIR CURRENT VALUES WHEN *
      ** LEFT OFF. A CASSETTE WHOSE NOTE CHANGES STARTS AT ZERO      *
      ** UNTIL THE NEXT REPLENISHMENT ON WGRVVALT. STATUS E MARKS A  *
      ** TERMINAL WBGCASH TOOK OUT OF SERVICE FOR WANT OF CASH.      *
      ** SURCH IS THE DOLLARS.CENTS SURCHARGE WBFORGN DISCLOSES TO   *
      ** ANOTHER BANK'S CARDHOLDER FOR A WITHDRAWAL (0 = NONE); IT   *
      ** TOO KEEPS ITS CURRENT VALUE WHEN LEFT OFF.                  *
      ** E.G.  AT01,MAIN ST LOBBY,001,400,I                          *
      **       AT01,MAIN ST LOBBY,001,400,I,100/50/20,150            *
      **       AT01,MAIN ST LOBBY,001,400,I,,,2.50                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVTERM.
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

       01 WBOPERDB-DD                 PIC X(8)   VALUE 'WBOPERDB'.
       01 OPR-REC-KEY.
          05 SUPV-OPID                PIC X(3).
          05 SUPV-ROLE                PIC X(1).
             88 SUPV-ROLE-SUPERVISOR          VALUE 'S'.
          05 FILLER                   PIC X(15).
          05 SUPV-ACCESS-STATUS       PIC X(1).
             88 SUPV-ACCESS-BARRED            VALUE 'S' 'X'.
          05 FILLER                   PIC X(10).

       01 CMD-TERM-TEXT               PIC X(04)   VALUE SPACES.
       01 CMD-LOC-TEXT                PIC X(30)   VALUE SPACES.
       01 CMD-LIMIT-TEXT              PIC X(09)   VALUE SPACES.
       01 CMD-STATUS-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-LIMIT-NUM               PIC 9(7)    VALUE 0.
       01 CMD-DENOM-TEXT              PIC X(15)   VALUE SPACES.
       01 CMD-LOW-TEXT                PIC X(05)   VALUE SPACES.
       01 CMD-DENOM-TABLE.
          05 CMD-DEN-TEXT             PIC X(03)   OCCURS 4 TIMES.
       01 CMD-DENOM-VALUES.
          05 CMD-DEN-NUM              PIC 9(03)   OCCURS 4 TIMES.
       01 CMD-LOW-NUM                 PIC 9(05)   VALUE 0.
       01 CMD-SURCH-TEXT              PIC X(07)   VALUE SPACES.
       01 CMD-SURCH-DOLLARS           PIC X(04)   VALUE SPACES.
       01 CMD-SURCH-CENTS             PIC X(02)   VALUE SPACES.
       01 CMD-SURCH-NUM               PIC 9(3)V99 VALUE 0.
       01 NUM-TEXT                    PIC X(09)   VALUE SPACES.
       01 NUM-VALUE                   PIC 9(07)   VALUE 0.
       01 NUM-BAD-SW                  PIC X       VALUE 'N'.
          88 NUM-IS-BAD                           VALUE 'Y'.
       01 CAS-IX                      PIC S9(4)   COMP.
       01 CAS-SUMMARY.
          05 FILLER                   PIC X(10)   VALUE 'Cassettes '.
          05 CAS-SUM-ENTRY            OCCURS 4 TIMES.
             10 CAS-SUM-DENOM         PIC ZZ9.
             10 CAS-SUM-SEP           PIC X.
             10 CAS-SUM-COUNT         PIC ZZZZ9.
             10 CAS-SUM-GAP           PIC X(2).
          05 FILLER                   PIC X(6)    VALUE ' Low: '.
          05 CAS-SUM-LOW              PIC ZZZZ9.
          05 FILLER                   PIC X(8)    VALUE ' Surch: '.
          05 CAS-SUM-SURCH            PIC ZZ9.99.
       01 LIMIT-DIGIT                 PIC 9       VALUE 0.
       01 I                           PIC S9(4)   COMP.
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
       SET-MAP-DEFAULTS.
           MOVE 'WBTM' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Enter TERM,LOCATION,BRANCH,LIMIT,S[,DENOMS,LOW,SURCH]'
                                                         TO GDNMSG1O.
           MOVE 'S: I=in service  O=out of service  DENOMS: 100/50/20'
                                                         TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

           EVALUATE RESP-CODE
              WHEN 0
                 IF NOT SUPV-ROLE-SUPERVISOR OR SUPV-ACCESS-BARRED
                    MOVE 'Terminal maint restricted to supervisors'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
           END-IF.

           MOVE SPACES TO CMD-TERM-TEXT CMD-LOC-TEXT
                          CMD-BRANCH-TEXT CMD-LIMIT-TEXT
                          CMD-DENOM-TEXT CMD-LOW-TEXT
                          CMD-SURCH-TEXT.
           MOVE SPACE  TO CMD-STATUS-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-TERM-TEXT CMD-LOC-TEXT
                         CMD-BRANCH-TEXT CMD-LIMIT-TEXT
                         CMD-STATUS-TEXT CMD-DENOM-TEXT
                         CMD-LOW-TEXT CMD-SURCH-TEXT
           END-UNSTRING.

           IF CMD-TERM-TEXT = SPACES THEN
              END-IF
           END-PERFORM.

           PERFORM VALIDATE-CASSETTES THRU VALIDATE-CASSETTES-EXIT.
           IF RET-CODE NOT = 0 THEN
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           PERFORM VALIDATE-SURCHARGE THRU VALIDATE-SURCHARGE-EXIT.
           IF RET-CODE NOT = 0 THEN
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       VALIDATE-INPUT-EXIT.
           EXIT.

      **************************************************************
      ** CASSETTE NOTES MUST BE WHOLE DOLLARS, LARGEST FIRST, WITH  **
      ** ANY UNUSED (ZERO) CASSETTES AT THE END                    **
      **************************************************************
       VALIDATE-CASSETTES.
           MOVE SPACES TO CMD-DENOM-TABLE.
           MOVE ZERO   TO CMD-DENOM-VALUES CMD-LOW-NUM.
           IF CMD-DENOM-TEXT NOT = SPACES THEN
              UNSTRING CMD-DENOM-TEXT DELIMITED BY '/'
                       INTO CMD-DEN-TEXT (1) CMD-DEN-TEXT (2)
                            CMD-DEN-TEXT (3) CMD-DEN-TEXT (4)
              END-UNSTRING
              PERFORM VALIDATE-ONE-CASSETTE
                 THRU VALIDATE-ONE-CASSETTE-EXIT
                 VARYING CAS-IX FROM 1 BY 1
                   UNTIL CAS-IX > 4 OR RET-CODE NOT = 0
              IF RET-CODE NOT = 0 THEN
                 GO TO VALIDATE-CASSETTES-EXIT
              END-IF
           END-IF.

           IF CMD-LOW-TEXT NOT = SPACES THEN
              MOVE CMD-LOW-TEXT TO NUM-TEXT
              PERFORM PARSE-NUM-TEXT THRU PARSE-NUM-TEXT-EXIT
              IF NUM-IS-BAD OR NUM-VALUE > 99999 THEN
                 MOVE 'Low-cash notes must be a count' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-CASSETTES-EXIT
              END-IF
              MOVE NUM-VALUE TO CMD-LOW-NUM
           END-IF.

       VALIDATE-CASSETTES-EXIT.
           EXIT.

       VALIDATE-ONE-CASSETTE.
           MOVE CMD-DEN-TEXT (CAS-IX) TO NUM-TEXT.
           PERFORM PARSE-NUM-TEXT THRU PARSE-NUM-TEXT-EXIT.
           IF NUM-IS-BAD OR NUM-VALUE > 999 THEN
              MOVE 'Cassette notes must be whole dollars' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-ONE-CASSETTE-EXIT
           END-IF.
           MOVE NUM-VALUE TO CMD-DEN-NUM (CAS-IX).
           IF CAS-IX > 1 AND CMD-DEN-NUM (CAS-IX) > 0 THEN
              IF CMD-DEN-NUM (CAS-IX) NOT < CMD-DEN-NUM (CAS-IX - 1)
                 THEN
                 MOVE 'Cassette notes must run largest first'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
              END-IF
           END-IF.

       VALIDATE-ONE-CASSETTE-EXIT.
           EXIT.

      **************************************************************
      ** THE SURCHARGE IS DOLLARS WITH OPTIONAL CENTS, UP TO 999.99 **
      **************************************************************
       VALIDATE-SURCHARGE.
           MOVE 0 TO CMD-SURCH-NUM.
           IF CMD-SURCH-TEXT = SPACES THEN
              GO TO VALIDATE-SURCHARGE-EXIT
           END-IF.

           MOVE SPACES TO CMD-SURCH-DOLLARS CMD-SURCH-CENTS.
           UNSTRING CMD-SURCH-TEXT DELIMITED BY '.'
                    INTO CMD-SURCH-DOLLARS CMD-SURCH-CENTS
           END-UNSTRING.

           MOVE CMD-SURCH-DOLLARS TO NUM-TEXT.
           PERFORM PARSE-NUM-TEXT THRU PARSE-NUM-TEXT-EXIT.
           IF NUM-IS-BAD OR NUM-VALUE > 999 THEN
              GO TO VALIDATE-SURCHARGE-ERROR
           END-IF.
           MOVE NUM-VALUE TO CMD-SURCH-NUM.

      *    ONE CENTS DIGIT IS TENTHS - 2.5 IS TWO FIFTY
           IF CMD-SURCH-CENTS(1:1) NOT = SPACE AND
              CMD-SURCH-CENTS(2:1) = SPACE THEN
              MOVE '0' TO CMD-SURCH-CENTS(2:1)
           END-IF.
           MOVE CMD-SURCH-CENTS TO NUM-TEXT.
           PERFORM PARSE-NUM-TEXT THRU PARSE-NUM-TEXT-EXIT.
           IF NUM-IS-BAD THEN
              GO TO VALIDATE-SURCHARGE-ERROR
           END-IF.
           COMPUTE CMD-SURCH-NUM = CMD-SURCH-NUM + (NUM-VALUE / 100)
           END-COMPUTE.
           GO TO VALIDATE-SURCHARGE-EXIT.

       VALIDATE-SURCHARGE-ERROR.
           MOVE 'Surcharge must be dollars.cents, e.g. 2.50'
                                                         TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.
           MOVE 1 TO RET-CODE.

       VALIDATE-SURCHARGE-EXIT.
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
           IF NUM-TEXT(I:1) = SPACE THEN
              GO TO PARSE-NUM-CHAR-EXIT
           END-IF.
           IF NUM-TEXT(I:1) IS NOT NUMERIC THEN
              SET NUM-IS-BAD TO TRUE
              GO TO PARSE-NUM-CHAR-EXIT
           END-IF.
           MOVE NUM-TEXT(I:1) TO LIMIT-DIGIT.
           COMPUTE NUM-VALUE = (NUM-VALUE * 10) + LIMIT-DIGIT
           END-COMPUTE.

       PARSE-NUM-CHAR-EXIT.
           EXIT.

      **************************************************************
      ** ADD OR REPLACE THE TERMINAL MASTER RECORD                 **
      **************************************************************
           MOVE CMD-LIMIT-NUM   TO TRM-DISPENSE-LIMIT.
           MOVE CMD-STATUS-TEXT TO TRM-STATUS-CODE.

      *    A NEW TERMINAL, OR ONE WRITTEN BEFORE THE CASSETTE FIELDS
      *    EXISTED, STARTS WITH NO CASSETTES CONFIGURED
           IF NOT TERM-REC-EXISTS OR
              TRM-CAS-DENOM (1) IS NOT NUMERIC THEN
              PERFORM CLEAR-CASSETTE THRU CLEAR-CASSETTE-EXIT
                 VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 4
              MOVE 0   TO TRM-LOW-CASH-NOTES
              MOVE 'N' TO TRM-LOW-CASH-SW
           END-IF.
      *    SO DOES ONE WRITTEN BEFORE THE SURCHARGE EXISTED
           IF NOT TERM-REC-EXISTS OR
              TRM-SURCHARGE IS NOT NUMERIC THEN
              MOVE 0 TO TRM-SURCHARGE
           END-IF.
           IF CMD-DENOM-TEXT NOT = SPACES THEN
              PERFORM SET-CASSETTE THRU SET-CASSETTE-EXIT
                 VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 4
           END-IF.
           IF CMD-LOW-TEXT NOT = SPACES THEN
              MOVE CMD-LOW-NUM TO TRM-LOW-CASH-NOTES
              MOVE 'N'         TO TRM-LOW-CASH-SW
           END-IF.
           IF CMD-SURCH-TEXT NOT = SPACES THEN
              MOVE CMD-SURCH-NUM TO TRM-SURCHARGE
           END-IF.

           IF TERM-REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBTRMDB-DD)
           END-IF.

           MOVE 'Terminal master change posted' TO GDNMSG1O.
           PERFORM FORMAT-CASSETTES THRU FORMAT-CASSETTES-EXIT.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Terminal ' DELIMITED SIZE
       POST-TERM-CHANGE-EXIT.
           EXIT.

       CLEAR-CASSETTE.
           MOVE 0 TO TRM-CAS-DENOM (CAS-IX) TRM-CAS-COUNT (CAS-IX).

       CLEAR-CASSETTE-EXIT.
           EXIT.

      *    A CASSETTE THAT NOW HOLDS A DIFFERENT NOTE IS EMPTY UNTIL
      *    IT IS REPLENISHED
       SET-CASSETTE.
           IF CMD-DEN-NUM (CAS-IX) NOT = TRM-CAS-DENOM (CAS-IX) THEN
              MOVE CMD-DEN-NUM (CAS-IX) TO TRM-CAS-DENOM (CAS-IX)
              MOVE 0                    TO TRM-CAS-COUNT (CAS-IX)
           END-IF.

       SET-CASSETTE-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE NOTE AND COUNT IN EACH CASSETTE, THE LOW-CASH     **
      ** COUNT AND THE SURCHARGE ON MESSAGE LINE 2                  **
      **************************************************************
       FORMAT-CASSETTES.
           PERFORM FORMAT-ONE-CASSETTE THRU FORMAT-ONE-CASSETTE-EXIT
              VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 4.
           MOVE TRM-LOW-CASH-NOTES TO CAS-SUM-LOW.
           MOVE TRM-SURCHARGE      TO CAS-SUM-SURCH.
           MOVE CAS-SUMMARY TO GDNMSG2O.

       FORMAT-CASSETTES-EXIT.
           EXIT.

       FORMAT-ONE-CASSETTE.
           MOVE TRM-CAS-DENOM (CAS-IX) TO CAS-SUM-DENOM (CAS-IX).
           MOVE ':'                    TO CAS-SUM-SEP (CAS-IX).
           MOVE TRM-CAS-COUNT (CAS-IX) TO CAS-SUM-COUNT (CAS-IX).
           MOVE SPACES                 TO CAS-SUM-GAP (CAS-IX).

       FORMAT-ONE-CASSETTE-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
