      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. ACHALOAD.
      ****************************************************************
      * This program loads the ACH debit authorization cards our     *
      * customers supply into the WBACHADB-DD authorization file.    *
      * Each card on ACHAUTH-DD carries the account and an action    *
      * code - 'M' enrolls the account (or changes its mode) with    *
      * mode B (block every ACH debit) or F (filter - allow only     *
      * listed originators), 'A' adds or replaces an authorized      *
      * originator company ID with its maximum amount (zero = no     *
      * limit), 'R' removes an originator and 'X' ends the account's *
      * enrollment. Removed records are cancelled, not deleted, so   *
      * the history stays on file. ACHPOST returns every debit the   *
      * file does not authorize (see ACHPOST and WGRVACHA).          *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT ACC-IP     ASSIGN TO ACHAUTH
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ACHAUTH-STAT.

           SELECT WBACHADB-FILE
               ASSIGN       TO WBACHADB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACA-KEY
               FILE STATUS  IS WBACHADB-FILE-STATUS WBACHADB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

       FD  ACC-IP
           RECORD CONTAINS 80.
       01  ACC-RECORD.
           05 ACC-ACTION                 PIC X(01).
              88 ACC-ACTION-MODE                VALUE 'M'.
              88 ACC-ACTION-ADD                 VALUE 'A'.
              88 ACC-ACTION-REMOVE              VALUE 'R'.
              88 ACC-ACTION-END                 VALUE 'X'.
           05 ACC-SSN                    PIC X(09).
           05 ACC-ACCT-NUM               PIC X(10).
           05 ACC-MODE                   PIC X(01).
              88 ACC-MODE-VALID                 VALUE 'B' 'F'.
           05 ACC-COMPANY-ID             PIC X(10).
           05 ACC-MAX-AMOUNT             PIC 9(11)V99.
           05 ACC-COMPANY-NAME           PIC X(16).
           05 FILLER                     PIC X(20).

       FD  WBACHADB-FILE.
           COPY WBACAREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACHADB-FILE-STATUS.
           05  STA-ACA-STAT1             PIC X(01).
           05  STA-ACA-STAT2             PIC X(01).
       01  WBACHADB-VSAM-CODE.
           05 ACA-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 ACA-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 ACA-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(47)  VALUE SPACES.
              10 FILLER        PIC X(31)  VALUE
                                    'ACH DEBIT AUTHORIZATION LOAD'.
              10 FILLER        PIC X(43)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-BAD-CARD-LINE.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 FILLER        PIC X(16)  VALUE 'REJECTED CARD - '.
              10 WS-BC-REASON  PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-BC-IMAGE   PIC X(70).
              10 FILLER        PIC X(09)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS ENROLLED/CHANGED :'.
              10 WS-TR-MOD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORIGINATORS AUTHORIZED    :'.
              10 WS-TR-ADD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORIGINATORS REMOVED       :'.
              10 WS-TR-REM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ENROLLMENTS ENDED         :'.
              10 WS-TR-END-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CARDS REJECTED            :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-MODE-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-ADD-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-REMOVE-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-END-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-REJECT-COUNT          PIC 9(07)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'ACHALOAD'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ACHAUTH-STAT     PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ACA-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 AUTH-REC-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM APPLIES THE CUSTOMERS' ACH AUTHORIZATION CARDS
      * ON ACHAUTH-DD TO THE WBACHADB-DD AUTHORIZATION FILE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBACHADB-FILE
      *    A FIRST-EVER LOAD CREATES THE FILE
           IF WBACHADB-FILE-STATUS = '35'
              OPEN OUTPUT WBACHADB-FILE
              CLOSE WBACHADB-FILE
              OPEN I-O WBACHADB-FILE
           END-IF
           MOVE       'ERROR OPENING WBACHADB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN INPUT ACC-IP
           MOVE       'ERROR OPENING ACHAUTH'    TO ERR-MSG
           PERFORM 9997-ACC-ERR-CHK            THRU 9997-EXIT

           PERFORM 1200-READ-CARD THRU 1200-EXIT
           PERFORM 2000-APPLY-ALL-CARDS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE ACC-IP
           CLOSE WBACHADB-FILE
           MOVE      'ERROR CLOSING WBACHADB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1070-READ-PARMS.
           MOVE '1070-READ-PARMS'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R

           PERFORM 1075-READ-BUS-DATE    THRU 1075-EXIT

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL POSTS AS THE RIGHT BUSINESS DAY; THE PARM
      *    RUN DATE STILL OVERRIDES BOTH FOR BACKDATED RERUNS
       1075-READ-BUS-DATE.
           OPEN INPUT WBBDATE-FILE
           IF WBBDATE-FILE-STATUS = '00'
              MOVE 'B' TO BDT-KEY
              READ WBBDATE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BDT-CURRENT-DATE NOT = SPACES
                       MOVE BDT-CURRENT-DATE TO WS-DATE-R
                    END-IF
              END-READ
              CLOSE WBBDATE-FILE
           END-IF
           .
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-CARD.
           MOVE '1200-READ-CARD' TO ERR-LOC

           READ ACC-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-APPLY-ALL-CARDS.
           MOVE '2000-APPLY-ALL-CARDS' TO ERR-LOC

           EVALUATE TRUE
              WHEN ACC-SSN = SPACES OR ACC-ACCT-NUM = SPACES
                 MOVE 'KEY FIELDS INCOMPLETE'    TO WS-BC-REASON
                 PERFORM 2400-REJECT-CARD THRU 2400-EXIT
              WHEN NOT ACC-ACTION-MODE AND NOT ACC-ACTION-ADD
                   AND NOT ACC-ACTION-REMOVE AND NOT ACC-ACTION-END
                 MOVE 'ACTION NOT M, A, R OR X'  TO WS-BC-REASON
                 PERFORM 2400-REJECT-CARD THRU 2400-EXIT
              WHEN ACC-ACTION-MODE AND NOT ACC-MODE-VALID
                 MOVE 'MODE NOT B OR F'          TO WS-BC-REASON
                 PERFORM 2400-REJECT-CARD THRU 2400-EXIT
              WHEN (ACC-ACTION-ADD OR ACC-ACTION-REMOVE)
                   AND ACC-COMPANY-ID = SPACES
                 MOVE 'ORIGINATOR ID MISSING'    TO WS-BC-REASON
                 PERFORM 2400-REJECT-CARD THRU 2400-EXIT
              WHEN ACC-ACTION-ADD AND ACC-MAX-AMOUNT IS NOT NUMERIC
                 MOVE 'MAXIMUM NOT NUMERIC'      TO WS-BC-REASON
                 PERFORM 2400-REJECT-CARD THRU 2400-EXIT
              WHEN ACC-ACTION-MODE
                 MOVE SPACES TO ACC-COMPANY-ID
                 PERFORM 2100-APPLY-AUTH   THRU 2100-EXIT
                 ADD 1 TO WS-MODE-COUNT
              WHEN ACC-ACTION-ADD
                 PERFORM 2100-APPLY-AUTH   THRU 2100-EXIT
                 ADD 1 TO WS-ADD-COUNT
              WHEN ACC-ACTION-REMOVE
                 PERFORM 2200-CANCEL-AUTH  THRU 2200-EXIT
              WHEN ACC-ACTION-END
                 MOVE SPACES TO ACC-COMPANY-ID
                 PERFORM 2200-CANCEL-AUTH  THRU 2200-EXIT
           END-EVALUATE

           PERFORM 1200-READ-CARD THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ADD OR REPLACE THE ACCOUNT'S CONTROL RECORD (COMPANY ID
      *    SPACES, CARRYING THE MODE) OR ONE ORIGINATOR RECORD
       2100-APPLY-AUTH.
           MOVE '2100-APPLY-AUTH' TO ERR-LOC
           MOVE 'N'               TO ACA-FOUND-FLAG

           MOVE ACC-SSN        TO ACA-SSN
           MOVE ACC-ACCT-NUM   TO ACA-ACCT-NUM
           MOVE ACC-COMPANY-ID TO ACA-COMPANY-ID
           READ WBACHADB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET AUTH-REC-FOUND TO TRUE
           END-READ

           MOVE SPACES         TO WBACA-RECORD
           MOVE ACC-SSN        TO ACA-SSN
           MOVE ACC-ACCT-NUM   TO ACA-ACCT-NUM
           MOVE ACC-COMPANY-ID TO ACA-COMPANY-ID
           IF ACC-ACTION-MODE
              MOVE ACC-MODE       TO ACA-MODE-CODE
              MOVE ZERO           TO ACA-MAX-AMOUNT
           ELSE
              MOVE ACC-MAX-AMOUNT   TO ACA-MAX-AMOUNT
              MOVE ACC-COMPANY-NAME TO ACA-COMPANY-NAME
           END-IF
           SET  ACA-STATUS-ACTIVE TO TRUE
           MOVE SPACES         TO ACA-MAINT-OPID
           MOVE WS-DATE-R      TO ACA-MAINT-DATE

           IF AUTH-REC-FOUND
              REWRITE WBACA-RECORD
              MOVE    'ERROR REWRITING WBACHADB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           ELSE
              WRITE WBACA-RECORD
              MOVE    'ERROR WRITING WBACHADB'   TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CANCEL AN ORIGINATOR, OR THE CONTROL RECORD TO END THE
      *    ENROLLMENT - THE ACCOUNT'S ORIGINATORS STAY ON FILE BUT
      *    ARE NOT CONSULTED WITHOUT AN ACTIVE CONTROL RECORD
       2200-CANCEL-AUTH.
           MOVE '2200-CANCEL-AUTH' TO ERR-LOC
           MOVE 'N'                TO ACA-FOUND-FLAG

           MOVE ACC-SSN        TO ACA-SSN
           MOVE ACC-ACCT-NUM   TO ACA-ACCT-NUM
           MOVE ACC-COMPANY-ID TO ACA-COMPANY-ID
           READ WBACHADB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET AUTH-REC-FOUND TO TRUE
           END-READ

           IF NOT AUTH-REC-FOUND
              MOVE 'AUTHORIZATION NOT ON FILE' TO WS-BC-REASON
              PERFORM 2400-REJECT-CARD THRU 2400-EXIT
              GO TO 2200-EXIT
           END-IF

           SET  ACA-STATUS-CANCELLED TO TRUE
           MOVE SPACES         TO ACA-MAINT-OPID
           MOVE WS-DATE-R      TO ACA-MAINT-DATE
           REWRITE WBACA-RECORD
           MOVE    'ERROR REWRITING WBACHADB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           IF ACC-ACTION-END
              ADD 1 TO WS-END-COUNT
           ELSE
              ADD 1 TO WS-REMOVE-COUNT
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-REJECT-CARD.
           MOVE '2400-REJECT-CARD' TO ERR-LOC

           MOVE ACC-RECORD(1:70) TO WS-BC-IMAGE
           MOVE WS-BAD-CARD-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           ADD 1 TO WS-REJECT-COUNT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-WRITE-RECORD.
           MOVE '2500-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-MODE-COUNT     TO WS-TR-MOD-CNT
           MOVE WS-ADD-COUNT      TO WS-TR-ADD-CNT
           MOVE WS-REMOVE-COUNT   TO WS-TR-REM-CNT
           MOVE WS-END-COUNT      TO WS-TR-END-CNT
           MOVE WS-REJECT-COUNT   TO WS-TR-REJ-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF WS-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-ACC-ERR-CHK.
           EVALUATE TRUE
               WHEN ACHAUTH-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ACHAUTH-STAT
                    STOP RUN
           END-EVALUATE
           .
       9997-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
               WHEN RPTOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RPTOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9998-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9999-VSAM-ERR-CHK.
           MOVE WBACHADB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACHADB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACA-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACA-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACA-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
