      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. ACRJRNL.
      ****************************************************************
      * This program journals the interest accrual to the general    *
      * ledger every night. INTPOST and LOANPOST accrue each day's   *
      * interest into WBACCRDB-DD, but nothing reaches the GL until  *
      * capitalization or billing posts it to WBTXNDB-DD for GLJRNL. *
      * Here each accrual record is compared with what has already  *
      * been journalled for it (the WBACGLDB-DD control record) and  *
      * the day's change is booked to accrued interest payable on    *
      * deposits or accrued interest receivable on loans, by         *
      * product, through the accrual cards on GLMAP-DD (transaction  *
      * type 'A', one per account type).                             *
      *                                                              *
      * When INTPOST CAPITAL or LOANPOST billing moves the accrual   *
      * onto the account (or non-accrual writes it off) the accrual  *
      * falls below the booked figure; the whole booked accrual is   *
      * then reversed, since GLJRNL journals the posting itself, and *
      * whatever has accrued since is booked fresh. The journal goes *
      * to GLACRJNL-DD in the GLJRNL layout with the same proof: it  *
      * is released only when the debits net to the credits and     *
      * every account found a card.                                  *
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
           SELECT WBACCRDB-FILE
               ASSIGN       TO WBACCRDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACR-KEY
               FILE STATUS  IS WBACCRDB-FILE-STATUS WBACCRDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBACGLDB-FILE
               ASSIGN       TO WBACGLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AGL-KEY
               FILE STATUS  IS WBACGLDB-FILE-STATUS WBACGLDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBRUNLOG-FILE
               ASSIGN       TO WBRUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT GLMAP-FILE ASSIGN TO GLMAP
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS GLMAP-STAT.

           SELECT GLJ-OP     ASSIGN TO GLACRJNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS GLACRJNL-STAT.

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

       FD  WBACCRDB-FILE.
           COPY WBACRREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBACGLDB-FILE.
           COPY WBAGLREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    THE GLJRNL CHART-ASSIGNMENT CARDS. THIS RUN USES ONLY THE
      *    ACCRUAL CARDS - TRANSACTION TYPE 'A' IN COLUMN 1 - WITH
      *    THE ACCOUNT TYPE IN COLUMN 3 (OR '*'). THE DEBIT/CREDIT
      *    LEGS ARE THOSE OF A DAY'S ACCRUAL: INTEREST EXPENSE TO
      *    ACCRUED PAYABLE FOR DEPOSITS, ACCRUED RECEIVABLE TO
      *    INTEREST INCOME FOR LOANS. A REVERSAL SWAPS THE LEGS.
       FD  GLMAP-FILE
           RECORD CONTAINS 80.
       01  GLMAP-RECORD.
           05 GLM-TXN-TYPE               PIC X(01).
           05 FILLER                     PIC X(01).
           05 GLM-ACCT-TYPE              PIC X(01).
           05 FILLER                     PIC X(01).
           05 GLM-DR-GLACCT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 GLM-CR-GLACCT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 GLM-DESC                   PIC X(20).
           05 FILLER                     PIC X(38).

      *    THE GLJRNL JOURNAL LAYOUT - BALANCED DETAIL PAIRS AND A
      *    TRAILER CARRYING THE PROOF TOTALS AND THE RELEASE FLAG
       FD  GLJ-OP
           RECORD CONTAINS 100.
       01  GLJ-RECORD.
           05 GLJ-REC-TYPE               PIC X(01).
              88 GLJ-DETAIL                     VALUE 'D'.
              88 GLJ-TRAILER                    VALUE 'T'.
           05 GLJ-DETAIL-AREA.
              10 GLJ-GL-ACCT             PIC X(08).
              10 GLJ-DR-CR               PIC X(01).
              10 GLJ-AMOUNT              PIC 9(11)V99.
              10 GLJ-DATE                PIC X(10).
              10 GLJ-SOURCE-SSN          PIC X(09).
              10 GLJ-SOURCE-ACCT         PIC X(10).
              10 GLJ-SOURCE-ITEM         PIC 9(07).
              10 GLJ-DESC                PIC X(20).
              10 FILLER                  PIC X(21).
           05 GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
              10 GLJ-TR-DATE             PIC X(10).
              10 GLJ-TR-DR-TOTAL         PIC 9(13)V99.
              10 GLJ-TR-CR-TOTAL         PIC 9(13)V99.
              10 GLJ-TR-LINE-COUNT       PIC 9(09).
              10 GLJ-TR-RELEASE-FLAG     PIC X(01).
              10 FILLER                  PIC X(49).

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

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACCRDB-FILE-STATUS.
           05  STA-ACR-STAT1             PIC X(01).
           05  STA-ACR-STAT2             PIC X(01).
       01  WBACCRDB-VSAM-CODE.
           05 ACR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 ACR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 ACR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBACGLDB-FILE-STATUS.
           05  STA-AGL-STAT1             PIC X(01).
           05  STA-AGL-STAT2             PIC X(01).
       01  WBACGLDB-VSAM-CODE.
           05 AGL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 AGL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 AGL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      *    THE ACCRUAL CARDS LOADED FOR THE RUN
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT               PIC S9(04) COMP VALUE ZERO.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
              10 WS-MAP-ACCT-TYPE        PIC X(01).
              10 WS-MAP-DR-GLACCT        PIC X(08).
              10 WS-MAP-CR-GLACCT        PIC X(08).
              10 WS-MAP-DESC             PIC X(20).

      *    THE DAY'S ACCRUAL AND REVERSAL BY PRODUCT (ACCOUNT TYPE)
       01  WS-PROD-TABLE.
           05 WS-PROD-COUNT              PIC S9(04) COMP VALUE ZERO.
           05 WS-PROD-ENTRY OCCURS 10 TIMES.
              10 WS-PROD-ACCT-TYPE       PIC X(01).
              10 WS-PROD-ACCRUED         PIC S9(13)V99.
              10 WS-PROD-REVERSED        PIC S9(13)V99.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(35)  VALUE
                                  'INTEREST ACCRUAL GL JOURNAL RUN'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-PROD-LABEL.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'PRODUCT'.
              10 FILLER        PIC X(14)  VALUE 'LEDGER'.
              10 FILLER        PIC X(18)  VALUE '   ACCRUED TODAY'.
              10 FILLER        PIC X(18)  VALUE '        REVERSED'.
              10 FILLER        PIC X(18)  VALUE '      NET CHANGE'.
              10 FILLER        PIC X(22)  VALUE SPACES.

           05 WS-PROD-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-PL-PRODUCT PIC X(12).
              10 WS-PL-LEDGER  PIC X(14).
              10 WS-PL-ACCRUED PIC Z(10)9.99-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-PL-REVERSED PIC Z(10)9.99-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-PL-NET     PIC Z(10)9.99-.
              10 FILLER        PIC X(28)  VALUE SPACES.

           05 WS-REPORT-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-RL-LABEL   PIC X(30)  VALUE SPACES.
              10 WS-RL-AMOUNT  PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-COUNT-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-CL-LABEL   PIC X(30)  VALUE SPACES.
              10 WS-CL-COUNT   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-UNMAPPED-LINE.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 FILLER        PIC X(22)  VALUE
                                    'NO ACCRUAL CARD, TYPE '.
              10 WS-UL-ACCT-TYPE PIC X(01).
              10 FILLER        PIC X(06)  VALUE ' SSN '.
              10 WS-UL-SSN     PIC X(09).
              10 FILLER        PIC X(06)  VALUE ' ACCT '.
              10 WS-UL-ACCT    PIC X(10).
              10 FILLER        PIC X(08)  VALUE ' AMOUNT '.
              10 WS-UL-AMOUNT  PIC Z(10)9.99-.
              10 FILLER        PIC X(50)  VALUE SPACES.

           05 WS-RELEASED-LINE.
              10 FILLER        PIC X(48)  VALUE SPACES.
              10 FILLER        PIC X(36)  VALUE
                            '*** JOURNAL RELEASED TO THE GL ***'.
              10 FILLER        PIC X(48)  VALUE SPACES.

           05 WS-REFUSED-LINE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(52)  VALUE
                 '*** JOURNAL OUT OF PROOF - NOT RELEASED TO THE GL **'.
              10 FILLER        PIC X(40)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

       01  WS-VARS.
           05 WS-ACCRUAL-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-BOOKED-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-REVERSAL-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(09)       VALUE ZERO.
           05 WS-UNMAPPED-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-DR-TOTAL              PIC S9(13)V99   VALUE ZERO.
           05 WS-CR-TOTAL              PIC S9(13)V99   VALUE ZERO.
           05 WS-PAYABLE-NET           PIC S9(13)V99   VALUE ZERO.
           05 WS-RECEIVABLE-NET        PIC S9(13)V99   VALUE ZERO.
           05 WS-BASE-AMT              PIC S9(13)V99   VALUE ZERO.
           05 WS-ACCRUE-AMT            PIC S9(13)V99   VALUE ZERO.
           05 WS-REVERSE-AMT           PIC S9(13)V99   VALUE ZERO.
           05 WS-ITEM-AMOUNT           PIC S9(13)V99   VALUE ZERO.
           05 WS-ITEM-ACCT-TYPE        PIC X(01)       VALUE SPACE.
           05 WS-MAP-SUB               PIC S9(04) COMP VALUE ZERO.
           05 WS-MAP-HIT               PIC S9(04) COMP VALUE ZERO.
           05 WS-PROD-SUB              PIC S9(04) COMP VALUE ZERO.
           05 WS-PROD-HIT              PIC S9(04) COMP VALUE ZERO.
           05 WS-DR-LEG-GLACCT         PIC X(08)       VALUE SPACES.
           05 WS-CR-LEG-GLACCT         PIC X(08)       VALUE SPACES.
           05 WS-LINE-DESC             PIC X(20)       VALUE SPACES.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'ACRJRNL'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 GLMAP-STAT       PIC 9(02)  VALUE ZERO.
           05 GLACRJNL-STAT    PIC 9(02)  VALUE ZERO.
           05 MAP-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 MAP-END-OF-FILE          VALUE 'Y'.
           05 ACR-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 ACR-END-OF-FILE          VALUE 'Y'.
           05 AGL-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 AGL-REC-FOUND            VALUE 'Y'.
           05 WS-OUT-OF-PROOF-SW PIC X(01) VALUE 'N'.
              88 OUT-OF-PROOF             VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM JOURNALS THE DAY'S CHANGE IN ACCRUED INTEREST
      * FROM WBACCRDB-DD, REVERSING THE BOOKED ACCRUAL WHEN IT HAS
      * MOVED ONTO THE ACCOUNT, PROVES THE JOURNAL AND RELEASES IT
      * TO GLACRJNL-DD ONLY WHEN IT NETS TO ZERO AND EVERY ACCOUNT
      * FOUND AN ACCRUAL CARD.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           PERFORM 2000-JOURNAL-ACCRUALS THRU 2000-EXIT
           PERFORM 3000-PROVE-JOURNAL    THRU 3000-EXIT
           PERFORM 9000-HOUSEKEEPING     THRU 9000-EXIT

           IF OUT-OF-PROOF
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT GLJ-OP
           MOVE    'ERROR OPENING GLACRJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK        THRU 9995-EXIT

           PERFORM 1200-LOAD-MAP-TABLE   THRU 1200-EXIT

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

           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-START-TIME

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
      *    ONLY THE ACCRUAL CARDS ARE KEPT - THE POSTING CARDS ON THE
      *    SAME DECK BELONG TO GLJRNL. A DECK WITH NO ACCRUAL CARDS
      *    CANNOT JOURNAL ANYTHING AND STOPS THE RUN HERE.
       1200-LOAD-MAP-TABLE.
           MOVE '1200-LOAD-MAP-TABLE'    TO ERR-LOC

           MOVE SPACES TO MAP-EOF-FLAG
           OPEN INPUT GLMAP-FILE
           MOVE    'ERROR OPENING GLMAP'    TO ERR-MSG
           PERFORM 9994-MAP-ERR-CHK        THRU 9994-EXIT

           PERFORM 1250-LOAD-ONE-CARD THRU 1250-EXIT
              UNTIL MAP-END-OF-FILE

           CLOSE GLMAP-FILE

           IF WS-MAP-COUNT = ZERO
              DISPLAY 'ACRJRNL - NO ACCRUAL CARDS ON GLMAP'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1250-LOAD-ONE-CARD.
           READ GLMAP-FILE
              AT END SET MAP-END-OF-FILE TO TRUE
           END-READ

           IF MAP-END-OF-FILE
              GO TO 1250-EXIT
           END-IF

           IF GLM-TXN-TYPE NOT = 'A'
              GO TO 1250-EXIT
           END-IF

           IF WS-MAP-COUNT >= 50
              DISPLAY 'ACRJRNL - GLMAP TABLE FULL - CARD SKIPPED'
              GO TO 1250-EXIT
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-ACCT-TYPE TO WS-MAP-ACCT-TYPE (WS-MAP-COUNT)
           MOVE GLM-DR-GLACCT TO WS-MAP-DR-GLACCT (WS-MAP-COUNT)
           MOVE GLM-CR-GLACCT TO WS-MAP-CR-GLACCT (WS-MAP-COUNT)
           MOVE GLM-DESC      TO WS-MAP-DESC      (WS-MAP-COUNT)
           .
       1250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-JOURNAL-ACCRUALS.
           MOVE '2000-JOURNAL-ACCRUALS' TO ERR-LOC

           OPEN INPUT WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           OPEN INPUT WBACCRDB-FILE
           MOVE    'ERROR OPENING WBACCRDB'   TO ERR-MSG
           PERFORM 9993-ACR-ERR-CHK         THRU 9993-EXIT

      *    THE CONTROL FILE IS CREATED BY THE FIRST RUN - EVERY
      *    ACCRUAL THEN BOOKS IN FULL AS THE OPENING POSITION
           OPEN I-O WBACGLDB-FILE
           IF WBACGLDB-FILE-STATUS = '35'
              OPEN OUTPUT WBACGLDB-FILE
              CLOSE WBACGLDB-FILE
              OPEN I-O WBACGLDB-FILE
           END-IF
           MOVE    'ERROR OPENING WBACGLDB'   TO ERR-MSG
           PERFORM 9992-AGL-ERR-CHK         THRU 9992-EXIT

           MOVE 'N' TO ACR-EOF-FLAG
           PERFORM 2100-READ-ACCRUAL THRU 2100-EXIT
           PERFORM 2200-JOURNAL-ONE-ACCRUAL THRU 2200-EXIT
              UNTIL ACR-END-OF-FILE

           CLOSE WBACGLDB-FILE
           MOVE    'ERROR CLOSING WBACGLDB'   TO ERR-MSG
           PERFORM 9992-AGL-ERR-CHK         THRU 9992-EXIT

           CLOSE WBACCRDB-FILE
           MOVE    'ERROR CLOSING WBACCRDB'   TO ERR-MSG
           PERFORM 9993-ACR-ERR-CHK         THRU 9993-EXIT

           CLOSE WBACCTDB-FILE
           MOVE    'ERROR CLOSING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-READ-ACCRUAL.
           MOVE '2100-READ-ACCRUAL' TO ERR-LOC

           READ WBACCRDB-FILE NEXT
               AT END SET ACR-END-OF-FILE TO TRUE
           END-READ

           IF NOT ACR-END-OF-FILE
              MOVE    'ERROR READING WBACCRDB' TO ERR-MSG
              PERFORM 9993-ACR-ERR-CHK THRU 9993-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE AMOUNT ALREADY ON THE LEDGER FOR THIS ACCRUAL IS THE
      *    BASE. AN ACCRUAL AT OR ABOVE THE BASE BOOKS THE DIFFERENCE;
      *    ONE BELOW IT HAS BEEN CAPITALIZED, BILLED OR WRITTEN OFF
      *    SINCE THE LAST RUN, SO THE WHOLE BASE REVERSES AND THE
      *    CURRENT ACCRUAL BOOKS AFRESH.
       2200-JOURNAL-ONE-ACCRUAL.
           MOVE '2200-JOURNAL-ONE-ACCRUAL' TO ERR-LOC

           ADD 1 TO WS-ACCRUAL-COUNT

           PERFORM 2250-GET-ACCOUNT-TYPE THRU 2250-EXIT
           PERFORM 2260-READ-CONTROL     THRU 2260-EXIT

           MOVE ZERO TO WS-ACCRUE-AMT WS-REVERSE-AMT
           IF ACR-ACCRUED-AMT < WS-BASE-AMT
              MOVE WS-BASE-AMT     TO WS-REVERSE-AMT
              MOVE ACR-ACCRUED-AMT TO WS-ACCRUE-AMT
           ELSE
              COMPUTE WS-ACCRUE-AMT = ACR-ACCRUED-AMT - WS-BASE-AMT
           END-IF

           IF WS-ACCRUE-AMT = ZERO AND WS-REVERSE-AMT = ZERO
              GO TO 2200-NEXT
           END-IF

           PERFORM 2300-FIND-MAPPING     THRU 2300-EXIT

           IF WS-MAP-HIT = ZERO
              ADD 1 TO WS-UNMAPPED-COUNT
              PERFORM 2350-REPORT-UNMAPPED THRU 2350-EXIT
           ELSE
              IF WS-REVERSE-AMT NOT = ZERO
                 ADD 1 TO WS-REVERSAL-COUNT
                 COMPUTE WS-ITEM-AMOUNT = WS-REVERSE-AMT * -1
                 STRING 'REV ' WS-MAP-DESC (WS-MAP-HIT)
                        DELIMITED BY SIZE INTO WS-LINE-DESC
                 PERFORM 2400-WRITE-JOURNAL-PAIR THRU 2400-EXIT
              END-IF
              IF WS-ACCRUE-AMT NOT = ZERO
                 ADD 1 TO WS-BOOKED-COUNT
                 MOVE WS-ACCRUE-AMT              TO WS-ITEM-AMOUNT
                 MOVE WS-MAP-DESC (WS-MAP-HIT)   TO WS-LINE-DESC
                 PERFORM 2400-WRITE-JOURNAL-PAIR THRU 2400-EXIT
              END-IF
              PERFORM 2500-ADD-PRODUCT-TOTALS THRU 2500-EXIT
           END-IF

      *    THE CONTROL RECORD MOVES EVEN WHEN THE ACCOUNT HAD NO
      *    CARD: THE JOURNAL IS THEN HELD OUT OF PROOF, AND THE
      *    RERUN ONCE THE CARD IS ADDED BOOKS FROM THE PRIOR FIGURE
           PERFORM 2600-UPDATE-CONTROL THRU 2600-EXIT
           .
       2200-NEXT.
           PERFORM 2100-READ-ACCRUAL THRU 2100-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-GET-ACCOUNT-TYPE.
           MOVE '2250-GET-ACCOUNT-TYPE' TO ERR-LOC

           MOVE ACR-SSN      TO ACCOUNT-SSN
           MOVE ACR-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY
                 MOVE '?' TO WS-ITEM-ACCT-TYPE
              NOT INVALID KEY
                 MOVE ACCOUNT-TYPE-CODE TO WS-ITEM-ACCT-TYPE
           END-READ
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A RERUN ON THE SAME BUSINESS DATE STARTS FROM THE FIGURE
      *    AS IT STOOD BEFORE THAT DATE'S FIRST RUN
       2260-READ-CONTROL.
           MOVE '2260-READ-CONTROL' TO ERR-LOC
           MOVE 'N'                 TO AGL-FOUND-FLAG
           MOVE ZERO                TO WS-BASE-AMT

           MOVE ACR-KEY TO AGL-KEY
           READ WBACGLDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET AGL-REC-FOUND TO TRUE
           END-READ

           IF AGL-REC-FOUND
              IF AGL-LAST-JRNL-DATE = WS-DATE-R
                 MOVE AGL-PRIOR-BOOKED-AMT TO WS-BASE-AMT
              ELSE
                 MOVE AGL-BOOKED-AMT       TO WS-BASE-AMT
              END-IF
           END-IF
           .
       2260-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AN EXACT ACCOUNT-TYPE CARD WINS OVER A WILDCARD CARD
       2300-FIND-MAPPING.
           MOVE '2300-FIND-MAPPING' TO ERR-LOC
           MOVE ZERO                TO WS-MAP-HIT

           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-MAP-COUNT
              IF WS-MAP-ACCT-TYPE (WS-MAP-SUB) = WS-ITEM-ACCT-TYPE
                 MOVE WS-MAP-SUB TO WS-MAP-HIT
              ELSE
                 IF WS-MAP-ACCT-TYPE (WS-MAP-SUB) = '*'
                    AND WS-MAP-HIT = ZERO
                    MOVE WS-MAP-SUB TO WS-MAP-HIT
                 END-IF
              END-IF
           END-PERFORM
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-REPORT-UNMAPPED.
           MOVE '2350-REPORT-UNMAPPED' TO ERR-LOC

           MOVE WS-ITEM-ACCT-TYPE TO WS-UL-ACCT-TYPE
           MOVE ACR-SSN TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN     TO WS-UL-SSN
           MOVE ACR-ACCT-NUM      TO WS-UL-ACCT
           COMPUTE WS-UL-AMOUNT = WS-ACCRUE-AMT - WS-REVERSE-AMT
           MOVE WS-UNMAPPED-LINE  TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE BALANCED PAIR PER AMOUNT, AS IN GLJRNL. A NEGATIVE
      *    AMOUNT (THE REVERSAL) JOURNALS AS THE MAPPED ENTRY WITH
      *    ITS LEGS SWAPPED AND THE AMOUNT MADE POSITIVE.
       2400-WRITE-JOURNAL-PAIR.
           MOVE '2400-WRITE-JOURNAL-PAIR' TO ERR-LOC

           MOVE WS-MAP-DR-GLACCT (WS-MAP-HIT) TO WS-DR-LEG-GLACCT
           MOVE WS-MAP-CR-GLACCT (WS-MAP-HIT) TO WS-CR-LEG-GLACCT

           IF WS-ITEM-AMOUNT < ZERO
              COMPUTE WS-ITEM-AMOUNT = WS-ITEM-AMOUNT * -1
              MOVE WS-MAP-CR-GLACCT (WS-MAP-HIT) TO WS-DR-LEG-GLACCT
              MOVE WS-MAP-DR-GLACCT (WS-MAP-HIT) TO WS-CR-LEG-GLACCT
           END-IF

           MOVE SPACES                      TO GLJ-RECORD
           SET  GLJ-DETAIL                  TO TRUE
           MOVE WS-DR-LEG-GLACCT            TO GLJ-GL-ACCT
           MOVE 'D'                         TO GLJ-DR-CR
           MOVE WS-ITEM-AMOUNT              TO GLJ-AMOUNT
           MOVE WS-DATE-R                   TO GLJ-DATE
           MOVE ACR-SSN                     TO GLJ-SOURCE-SSN
           MOVE ACR-ACCT-NUM                TO GLJ-SOURCE-ACCT
           MOVE ZERO                        TO GLJ-SOURCE-ITEM
           MOVE WS-LINE-DESC                TO GLJ-DESC

           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING GLACRJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT
           ADD 1              TO WS-LINE-COUNT
           ADD WS-ITEM-AMOUNT TO WS-DR-TOTAL

           MOVE WS-CR-LEG-GLACCT            TO GLJ-GL-ACCT
           MOVE 'C'                         TO GLJ-DR-CR

           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING GLACRJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT
           ADD 1              TO WS-LINE-COUNT
           ADD WS-ITEM-AMOUNT TO WS-CR-TOTAL
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOANS AND CREDIT LINES ARE ACCRUED RECEIVABLE; EVERY OTHER
      *    INTEREST-BEARING PRODUCT IS A DEPOSIT AND ACCRUED PAYABLE
       2500-ADD-PRODUCT-TOTALS.
           MOVE '2500-ADD-PRODUCT-TOTALS' TO ERR-LOC
           MOVE ZERO                      TO WS-PROD-HIT

           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
              UNTIL WS-PROD-SUB > WS-PROD-COUNT
              IF WS-PROD-ACCT-TYPE (WS-PROD-SUB) = WS-ITEM-ACCT-TYPE
                 MOVE WS-PROD-SUB TO WS-PROD-HIT
              END-IF
           END-PERFORM

           IF WS-PROD-HIT = ZERO
              IF WS-PROD-COUNT >= 10
                 GO TO 2500-LEDGER
              END-IF
              ADD 1 TO WS-PROD-COUNT
              MOVE WS-PROD-COUNT     TO WS-PROD-HIT
              MOVE WS-ITEM-ACCT-TYPE TO WS-PROD-ACCT-TYPE (WS-PROD-HIT)
              MOVE ZERO TO WS-PROD-ACCRUED  (WS-PROD-HIT)
                           WS-PROD-REVERSED (WS-PROD-HIT)
           END-IF

           ADD WS-ACCRUE-AMT  TO WS-PROD-ACCRUED  (WS-PROD-HIT)
           ADD WS-REVERSE-AMT TO WS-PROD-REVERSED (WS-PROD-HIT)
           .
       2500-LEDGER.
           IF WS-ITEM-ACCT-TYPE = 'L' OR WS-ITEM-ACCT-TYPE = 'R'
              ADD      WS-ACCRUE-AMT  TO   WS-RECEIVABLE-NET
              SUBTRACT WS-REVERSE-AMT FROM WS-RECEIVABLE-NET
           ELSE
              ADD      WS-ACCRUE-AMT  TO   WS-PAYABLE-NET
              SUBTRACT WS-REVERSE-AMT FROM WS-PAYABLE-NET
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-UPDATE-CONTROL.
           MOVE '2600-UPDATE-CONTROL' TO ERR-LOC

           IF AGL-REC-FOUND
              IF AGL-LAST-JRNL-DATE NOT = WS-DATE-R
                 MOVE AGL-BOOKED-AMT TO AGL-PRIOR-BOOKED-AMT
              END-IF
              MOVE ACR-ACCRUED-AMT   TO AGL-BOOKED-AMT
              MOVE WS-ITEM-ACCT-TYPE TO AGL-ACCT-TYPE-CODE
              MOVE WS-DATE-R         TO AGL-LAST-JRNL-DATE
              REWRITE WBAGL-RECORD
              MOVE    'ERROR REWRITING WBACGLDB' TO ERR-MSG
              PERFORM 9992-AGL-ERR-CHK         THRU 9992-EXIT
           ELSE
              MOVE SPACES            TO WBAGL-RECORD
              MOVE ACR-KEY           TO AGL-KEY
              MOVE ZERO              TO AGL-PRIOR-BOOKED-AMT
              MOVE ACR-ACCRUED-AMT   TO AGL-BOOKED-AMT
              MOVE WS-ITEM-ACCT-TYPE TO AGL-ACCT-TYPE-CODE
              MOVE WS-DATE-R         TO AGL-LAST-JRNL-DATE
              WRITE WBAGL-RECORD
              MOVE    'ERROR WRITING WBACGLDB'   TO ERR-MSG
              PERFORM 9992-AGL-ERR-CHK         THRU 9992-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-PROVE-JOURNAL.
           MOVE '3000-PROVE-JOURNAL' TO ERR-LOC

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
              SET OUT-OF-PROOF TO TRUE
           END-IF
           IF WS-UNMAPPED-COUNT NOT = ZERO
              SET OUT-OF-PROOF TO TRUE
           END-IF

           IF WS-PROD-COUNT > ZERO
              WRITE RPT-OP-FIELDS FROM WS-PROD-LABEL
              PERFORM 3100-PRINT-PRODUCT THRU 3100-EXIT
                 VARYING WS-PROD-SUB FROM 1 BY 1
                 UNTIL WS-PROD-SUB > WS-PROD-COUNT
              WRITE RPT-OP-FIELDS FROM WS-SPACE
           END-IF

           MOVE 'ACCRUAL RECORDS READ      :' TO WS-CL-LABEL
           MOVE WS-ACCRUAL-COUNT              TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'ACCRUALS BOOKED           :' TO WS-CL-LABEL
           MOVE WS-BOOKED-COUNT               TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'ACCRUALS REVERSED         :' TO WS-CL-LABEL
           MOVE WS-REVERSAL-COUNT             TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'ACCOUNTS WITHOUT A CARD   :' TO WS-CL-LABEL
           MOVE WS-UNMAPPED-COUNT             TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'JOURNAL LINES WRITTEN     :' TO WS-CL-LABEL
           MOVE WS-LINE-COUNT                 TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'JOURNAL DEBIT TOTAL       :' TO WS-RL-LABEL
           MOVE WS-DR-TOTAL                   TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'JOURNAL CREDIT TOTAL      :' TO WS-RL-LABEL
           MOVE WS-CR-TOTAL                   TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'CHANGE IN ACCRUED PAYABLE :' TO WS-RL-LABEL
           MOVE WS-PAYABLE-NET                TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           MOVE 'CHANGE IN ACCRUED RECEIV. :' TO WS-RL-LABEL
           MOVE WS-RECEIVABLE-NET             TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           IF OUT-OF-PROOF
              WRITE RPT-OP-FIELDS FROM WS-REFUSED-LINE
              DISPLAY 'ACRJRNL - JOURNAL OUT OF PROOF - NOT RELEASED'
           ELSE
              WRITE RPT-OP-FIELDS FROM WS-RELEASED-LINE
           END-IF
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3100-PRINT-PRODUCT.
           EVALUATE WS-PROD-ACCT-TYPE (WS-PROD-SUB)
              WHEN 'C'
                 MOVE 'CHECKING'    TO WS-PL-PRODUCT
              WHEN 'S'
                 MOVE 'SAVINGS'     TO WS-PL-PRODUCT
              WHEN 'D'
                 MOVE 'CD'          TO WS-PL-PRODUCT
              WHEN 'I'
                 MOVE 'IRA'         TO WS-PL-PRODUCT
              WHEN 'L'
                 MOVE 'LOAN'        TO WS-PL-PRODUCT
              WHEN 'R'
                 MOVE 'CREDIT LINE' TO WS-PL-PRODUCT
              WHEN OTHER
                 MOVE 'UNKNOWN'     TO WS-PL-PRODUCT
           END-EVALUATE

           IF WS-PROD-ACCT-TYPE (WS-PROD-SUB) = 'L'
              OR WS-PROD-ACCT-TYPE (WS-PROD-SUB) = 'R'
              MOVE 'RECEIVABLE'     TO WS-PL-LEDGER
           ELSE
              MOVE 'PAYABLE'        TO WS-PL-LEDGER
           END-IF

           MOVE WS-PROD-ACCRUED  (WS-PROD-SUB) TO WS-PL-ACCRUED
           MOVE WS-PROD-REVERSED (WS-PROD-SUB) TO WS-PL-REVERSED
           COMPUTE WS-PL-NET = WS-PROD-ACCRUED (WS-PROD-SUB)
                             - WS-PROD-REVERSED (WS-PROD-SUB)
           MOVE WS-PROD-LINE TO RPT-OP-FIELDS
           PERFORM 4000-WRITE-RECORD THRU 4000-EXIT
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE GL LOAD HONOURS THE RELEASE FLAG - A TRAILER MARKED
      *    'N' PARKS THE WHOLE JOURNAL FOR THE GL DESK INSTEAD OF
      *    POSTING IT
       3500-WRITE-TRAILER.
           MOVE '3500-WRITE-TRAILER' TO ERR-LOC

           MOVE SPACES          TO GLJ-RECORD
           SET  GLJ-TRAILER     TO TRUE
           MOVE WS-DATE-R       TO GLJ-TR-DATE
           MOVE WS-DR-TOTAL     TO GLJ-TR-DR-TOTAL
           MOVE WS-CR-TOTAL     TO GLJ-TR-CR-TOTAL
           MOVE WS-LINE-COUNT   TO GLJ-TR-LINE-COUNT
           IF OUT-OF-PROOF
              MOVE 'N' TO GLJ-TR-RELEASE-FLAG
           ELSE
              MOVE 'Y' TO GLJ-TR-RELEASE-FLAG
           END-IF

           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING GLACRJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT
           .
       3500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4000-WRITE-RECORD.
           MOVE '4000-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9000-HOUSEKEEPING.
           MOVE '9000-HOUSEKEEPING' TO ERR-LOC

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           CLOSE  GLJ-OP
           MOVE   'ERROR CLOSING GLACRJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK    THRU 9995-EXIT
           .
       9000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       9100-WRITE-RUN-STATS.
           MOVE '9100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 9100-EXIT
           END-IF

           MOVE 'ACRJRNL ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-ACCRUAL-COUNT  TO RLG-IN-COUNT
           MOVE WS-LINE-COUNT     TO RLG-OUT-COUNT
           MOVE WS-UNMAPPED-COUNT TO RLG-REJ-COUNT
           MOVE WS-DR-TOTAL       TO RLG-DOLLAR-TOTAL
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       9100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MASK AN SSN TO ITS LAST FOUR DIGITS FOR PRINTING
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-AGL-ERR-CHK.
           MOVE WBACGLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACGLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE AGL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE AGL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE AGL-VSAM-REASON-CODE
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
       9992-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-ACR-ERR-CHK.
           MOVE WBACCRDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCRDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACR-VSAM-REASON-CODE
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
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-MAP-ERR-CHK.
           EVALUATE TRUE
               WHEN GLMAP-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' GLMAP-STAT
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-GLJ-ERR-CHK.
           EVALUATE TRUE
               WHEN GLACRJNL-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' GLACRJNL-STAT
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
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
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACCT-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACCT-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACCT-VSAM-REASON-CODE
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
