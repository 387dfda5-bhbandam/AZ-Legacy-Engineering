      * coverage limit (PARMIN-overridable, 250,000.00 by default)   *
      * are listed with the uninsured excess so the branch can       *
      * restructure titling before an examiner asks.                 *
      * An account with active payable-on-death beneficiaries on     *
      * WBBENEDB-DD falls instead in the revocable-trust category:   *
      * each owner's share (joint accounts split as above) is        *
      * insured up to the coverage limit times the number of unique  *
      * beneficiaries that owner has named across all of their       *
      * trust accounts, counting no more than five.                  *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBBENEDB-FILE
               ASSIGN       TO WBBENEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BEN-KEY
               FILE STATUS  IS WBBENEDB-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.
       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBBENEDB-FILE.
           COPY WBBENREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBBENEDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
              10 FILLER        PIC X(10)  VALUE 'CATEGORY'.
              10 FILLER        PIC X(18)  VALUE 'AGGREGATE'.
              10 FILLER        PIC X(18)  VALUE 'UNINSURED EXCESS'.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 FILLER        PIC X(05)  VALUE 'BENES'.
              10 FILLER        PIC X(69)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(09).
              10 WS-D-TOTAL    PIC Z(12)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-EXCESS   PIC Z(12)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-BENES    PIC ZZZ.
              10 FILLER        PIC X(70)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 WS-DEP-SSN            PIC X(09).
              10 WS-DEP-SINGLE-TOTAL   PIC S9(13)V99 COMP-3.
              10 WS-DEP-JOINT-TOTAL    PIC S9(13)V99 COMP-3.
              10 WS-DEP-TRUST-TOTAL    PIC S9(13)V99 COMP-3.
              10 WS-DEP-BENE-COUNT     PIC 9(05)     COMP.

      *****************************************************************
      *  ACTIVE BENEFICIARIES OF THE ACCOUNT IN HAND, AND EVERY UNIQUE *
      *  OWNER/BENEFICIARY PAIR SEEN SO FAR - A BENEFICIARY NAMED ON   *
      *  SEVERAL OF ONE OWNER'S ACCOUNTS COUNTS ONCE FOR THAT OWNER.   *
      *  A BENEFICIARY IS TOLD APART BY SSN, OR BY NAME WHEN THE       *
      *  OWNER DID NOT SUPPLY ONE.                                     *
      *****************************************************************
       01  WS-ACCT-BENE-TABLE.
           05 WS-ACCT-BENE-COUNT       PIC 9(05)  COMP   VALUE ZERO.
           05 WS-ACCT-BENE-ENTRY OCCURS 50 TIMES
                           INDEXED BY ABN-IDX.
              10 WS-ACCT-BENE-ID       PIC X(30).

       01  WS-PAIR-TABLE.
           05 WS-PAIR-COUNT            PIC 9(05)  COMP   VALUE ZERO.
           05 WS-PAIR-ENTRY OCCURS 10000 TIMES
                           INDEXED BY PAIR-IDX.
              10 WS-PAIR-OWNER-SSN     PIC X(09).
              10 WS-PAIR-BENE-ID       PIC X(30).

       01  WS-VARS.
           05 WS-COVER-LIMIT           PIC S9(9)V99  VALUE 250000.00.
           05 WS-TOTAL-DEPOSITOR-COUNT PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-OVER-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-EXCESS          PIC S9(13)V99 VALUE ZERO.
      *    FDIC COUNTS NO MORE THAN FIVE BENEFICIARIES PER OWNER
           05 WS-MAX-TRUST-BENES       PIC 9(02)     VALUE 5.
           05 WS-TRUST-BENES           PIC 9(05)     VALUE ZERO.
           05 WS-TRUST-LIMIT           PIC S9(13)V99 VALUE ZERO.
           05 WS-WORK-BENE-ID          PIC X(30)     VALUE SPACES.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 BENE-FILE-FLAG   PIC X(01)  VALUE 'N'.
              88 BENE-FILE-OPEN           VALUE 'Y'.
           05 BENE-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 END-OF-BENES             VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           IF BENE-FILE-OPEN
              CLOSE WBBENEDB-FILE
           END-IF

           PERFORM 2600-REPORT-ONE-DEPOSITOR THRU 2600-EXIT
              VARYING DEP-IDX FROM 1 BY 1
              UNTIL DEP-IDX > WS-DEP-COUNT
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           PERFORM 1080-OPEN-BENEFICIARIES THRU 1080-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           .
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BENEFICIARY FILE IS OPTIONAL - WITHOUT IT EVERY ACCOUNT
      *    REPORTS UNDER THE SINGLE OR JOINT CATEGORY AS BEFORE
       1080-OPEN-BENEFICIARIES.
           OPEN INPUT WBBENEDB-FILE
           IF WBBENEDB-FILE-STATUS = '00'
              SET BENE-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'FDICRPT - WBBENEDB NOT AVAILABLE, STATUS '
                      WBBENEDB-FILE-STATUS
                      ' - NO REVOCABLE-TRUST CATEGORY'
           END-IF
           .
       1080-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-ACCOUNT.
           MOVE '1200-READ-ACCOUNT' TO ERR-LOC
              GO TO 2100-EXIT
           END-IF

           PERFORM 2150-LOAD-BENEFICIARIES THRU 2150-EXIT
           IF WS-ACCT-BENE-COUNT > 0
              PERFORM 2300-AGGREGATE-TRUST THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF

           IF ACCOUNT-JOINT-SSN = SPACES
              MOVE 'S'             TO WS-WORK-CATEGORY
              MOVE ACCOUNT-SSN     TO WS-WORK-SSN
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    COLLECT THE ACTIVE BENEFICIARIES NAMED ON THE ACCOUNT - THE
      *    FILE IS KEYED LIKE THE ACCOUNT PLUS A SEQUENCE
       2150-LOAD-BENEFICIARIES.
           MOVE '2150-LOAD-BENEFICIARIES' TO ERR-LOC
           MOVE ZERO TO WS-ACCT-BENE-COUNT

           IF NOT BENE-FILE-OPEN
              GO TO 2150-EXIT
           END-IF

           MOVE ACCOUNT-SSN    TO BEN-SSN
           MOVE ACCOUNT-NUMBER TO BEN-ACCT-NUM
           MOVE ZERO           TO BEN-SEQ
           MOVE 'N'            TO BENE-EOF-FLAG
           START WBBENEDB-FILE KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 GO TO 2150-EXIT
           END-START
           MOVE 'ERROR STARTING WBBENEDB' TO ERR-MSG
           PERFORM 9997-BENE-ERR-CHK THRU 9997-EXIT

           PERFORM 2160-READ-BENEFICIARY THRU 2160-EXIT
              UNTIL END-OF-BENES
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-READ-BENEFICIARY.
           READ WBBENEDB-FILE NEXT
              AT END
                 SET END-OF-BENES TO TRUE
                 GO TO 2160-EXIT
           END-READ
           MOVE 'ERROR READING WBBENEDB' TO ERR-MSG
           PERFORM 9997-BENE-ERR-CHK THRU 9997-EXIT

           IF BEN-SSN NOT = ACCOUNT-SSN
              OR BEN-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET END-OF-BENES TO TRUE
              GO TO 2160-EXIT
           END-IF

           IF NOT BEN-STATUS-ACTIVE
              GO TO 2160-EXIT
           END-IF

           IF WS-ACCT-BENE-COUNT NOT < 50
              DISPLAY 'FDICRPT - ACCOUNT BENEFICIARY TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-ACCT-BENE-COUNT
           SET ABN-IDX TO WS-ACCT-BENE-COUNT
           IF BEN-BENE-SSN NOT = SPACES
              MOVE BEN-BENE-SSN TO WS-ACCT-BENE-ID (ABN-IDX)
           ELSE
              MOVE BEN-NAME     TO WS-ACCT-BENE-ID (ABN-IDX)
           END-IF
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-ADD-TO-TABLE.
           MOVE '2200-ADD-TO-TABLE' TO ERR-LOC
                    MOVE WS-WORK-SSN TO WS-DEP-SSN (DEP-IDX)
                    MOVE ZERO TO WS-DEP-SINGLE-TOTAL (DEP-IDX)
                    MOVE ZERO TO WS-DEP-JOINT-TOTAL (DEP-IDX)
                    MOVE ZERO TO WS-DEP-TRUST-TOTAL (DEP-IDX)
                    MOVE ZERO TO WS-DEP-BENE-COUNT (DEP-IDX)
                 ELSE
                    DISPLAY 'FDICRPT - DEPOSITOR TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                 CONTINUE
           END-SEARCH

           EVALUATE WS-WORK-CATEGORY
              WHEN 'S'
                 ADD WS-WORK-AMOUNT TO WS-DEP-SINGLE-TOTAL (DEP-IDX)
              WHEN 'R'
                 ADD WS-WORK-AMOUNT TO WS-DEP-TRUST-TOTAL (DEP-IDX)
              WHEN OTHER
                 ADD WS-WORK-AMOUNT TO WS-DEP-JOINT-TOTAL (DEP-IDX)
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A PAYABLE-ON-DEATH ACCOUNT - EACH OWNER'S SHARE (SPLIT AS
      *    FOR A JOINT ACCOUNT) GOES TO THAT OWNER'S REVOCABLE-TRUST
      *    BUCKET, AND EACH BENEFICIARY IS RECORDED AGAINST THE OWNER
       2300-AGGREGATE-TRUST.
           MOVE '2300-AGGREGATE-TRUST' TO ERR-LOC
           MOVE 'R' TO WS-WORK-CATEGORY

           IF ACCOUNT-JOINT-SSN = SPACES
              MOVE ACCOUNT-SSN     TO WS-WORK-SSN
              MOVE WS-ACCT-BALANCE TO WS-WORK-AMOUNT
              PERFORM 2200-ADD-TO-TABLE THRU 2200-EXIT
              PERFORM 2350-ADD-PAIR THRU 2350-EXIT
                 VARYING ABN-IDX FROM 1 BY 1
                 UNTIL ABN-IDX > WS-ACCT-BENE-COUNT
           ELSE
              COMPUTE WS-JOINT-SHARE = WS-ACCT-BALANCE / 2
              COMPUTE WS-OWNER-SHARE =
                 WS-ACCT-BALANCE - WS-JOINT-SHARE
              MOVE ACCOUNT-SSN       TO WS-WORK-SSN
              MOVE WS-OWNER-SHARE    TO WS-WORK-AMOUNT
              PERFORM 2200-ADD-TO-TABLE THRU 2200-EXIT
              PERFORM 2350-ADD-PAIR THRU 2350-EXIT
                 VARYING ABN-IDX FROM 1 BY 1
                 UNTIL ABN-IDX > WS-ACCT-BENE-COUNT
              MOVE ACCOUNT-JOINT-SSN TO WS-WORK-SSN
              MOVE WS-JOINT-SHARE    TO WS-WORK-AMOUNT
              PERFORM 2200-ADD-TO-TABLE THRU 2200-EXIT
              PERFORM 2350-ADD-PAIR THRU 2350-EXIT
                 VARYING ABN-IDX FROM 1 BY 1
                 UNTIL ABN-IDX > WS-ACCT-BENE-COUNT
           END-IF
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    COUNT THE BENEFICIARY AGAINST THE OWNER AT DEP-IDX THE FIRST
      *    TIME THE PAIR IS SEEN
       2350-ADD-PAIR.
           MOVE WS-ACCT-BENE-ID (ABN-IDX) TO WS-WORK-BENE-ID

           SET PAIR-IDX TO 1
           SEARCH WS-PAIR-ENTRY
              AT END
                 DISPLAY 'FDICRPT - BENEFICIARY PAIR TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN PAIR-IDX > WS-PAIR-COUNT
                 ADD 1 TO WS-PAIR-COUNT
                 MOVE WS-WORK-SSN     TO WS-PAIR-OWNER-SSN (PAIR-IDX)
                 MOVE WS-WORK-BENE-ID TO WS-PAIR-BENE-ID (PAIR-IDX)
                 ADD 1 TO WS-DEP-BENE-COUNT (DEP-IDX)
              WHEN WS-PAIR-OWNER-SSN (PAIR-IDX) = WS-WORK-SSN
               AND WS-PAIR-BENE-ID (PAIR-IDX) = WS-WORK-BENE-ID
                 CONTINUE
           END-SEARCH
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EACH OWNERSHIP CATEGORY IS INSURED SEPARATELY, SO EACH
                 WS-DEP-JOINT-TOTAL (DEP-IDX) - WS-COVER-LIMIT
              PERFORM 2650-WRITE-OVER-LINE THRU 2650-EXIT
           END-IF

      *    REVOCABLE TRUST - THE LIMIT TIMES THE OWNER'S UNIQUE
      *    BENEFICIARIES, UP TO THE FDIC MAXIMUM COUNTED
           IF WS-DEP-BENE-COUNT (DEP-IDX) > WS-MAX-TRUST-BENES
              MOVE WS-MAX-TRUST-BENES TO WS-TRUST-BENES
           ELSE
              MOVE WS-DEP-BENE-COUNT (DEP-IDX) TO WS-TRUST-BENES
           END-IF
           COMPUTE WS-TRUST-LIMIT = WS-COVER-LIMIT * WS-TRUST-BENES
           IF WS-DEP-TRUST-TOTAL (DEP-IDX) > WS-TRUST-LIMIT
              MOVE 'REV TRST' TO WS-D-CATEGORY
              MOVE WS-DEP-TRUST-TOTAL (DEP-IDX) TO WS-D-TOTAL
              COMPUTE WS-EXCESS-AMT =
                 WS-DEP-TRUST-TOTAL (DEP-IDX) - WS-TRUST-LIMIT
              MOVE WS-DEP-BENE-COUNT (DEP-IDX) TO WS-D-BENES
              PERFORM 2650-WRITE-OVER-LINE THRU 2650-EXIT
              MOVE ZERO TO WS-D-BENES
           END-IF
           .
       2600-EXIT.
           EXIT.
           .
       9998-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-BENE-ERR-CHK.
           EVALUATE TRUE
               WHEN WBBENEDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WBBENEDB-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9997-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9999-VSAM-ERR-CHK.
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
