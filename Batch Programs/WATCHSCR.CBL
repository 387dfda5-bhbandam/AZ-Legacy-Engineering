      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. WATCHSCR.
      ****************************************************************
      * Runs after every WTCHLOAD and rescreens the whole book       *
      * against the newly loaded WBWATCH-DD watch list, so a name    *
      * listed today is checked against the parties already on file  *
      * and not only against the next onboarding or wire. The names  *
      * screened are every customer on WBCUSTDB-DD, the active       *
      * authorized signers on WBSIGNDB-DD, the wire beneficiaries on *
      * WBWIREDB-DD and the official check payees on WBOCHKDB-DD,    *
      * using the onboarding match rules: exact, normalized (case    *
      * and punctuation ignored) or a leading match of four or more  *
      * characters either way. A hit places a compliance hold on     *
      * WBWHLDDB-DD against the customer who owns the relationship   *
      * for review on WGRVWREV; a hold already cleared for the same  *
      * listed name is not raised again. The report lists every hit  *
      * and the names screened per source as examiner evidence.      *
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
           SELECT WBWATCH-FILE
               ASSIGN       TO WBWATCH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WTC-NAME
               FILE STATUS  IS WBWATCH-FILE-STATUS WBWATCH-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT WBSIGNDB-FILE
               ASSIGN       TO WBSIGNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SGN-KEY
               FILE STATUS  IS WBSIGNDB-FILE-STATUS WBSIGNDB-VSAM-CODE.

           SELECT WBWIREDB-FILE
               ASSIGN       TO WBWIREDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WIR-REFERENCE
               FILE STATUS  IS WBWIREDB-FILE-STATUS WBWIREDB-VSAM-CODE.

           SELECT WBOCHKDB-FILE
               ASSIGN       TO WBOCHKDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS OCH-SERIAL
               FILE STATUS  IS WBOCHKDB-FILE-STATUS WBOCHKDB-VSAM-CODE.

           SELECT WBWHLDDB-FILE
               ASSIGN       TO WBWHLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WHL-CUST-ID
               FILE STATUS  IS WBWHLDDB-FILE-STATUS WBWHLDDB-VSAM-CODE.

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

       FD  WBWATCH-FILE.
           COPY WBWTCREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBSIGNDB-FILE.
           COPY WBSGNREC.

       FD  WBWIREDB-FILE.
           COPY WBWIRREC.

       FD  WBOCHKDB-FILE.
           COPY WBOCHREC.

       FD  WBWHLDDB-FILE.
           COPY WBWHLREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

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

       01  WBWATCH-FILE-STATUS.
           05  STA-WTC-STAT1             PIC X(01).
           05  STA-WTC-STAT2             PIC X(01).
       01  WBWATCH-VSAM-CODE.
           05 WTC-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 WTC-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 WTC-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBSIGNDB-FILE-STATUS.
           05  STA-SGN-STAT1             PIC X(01).
           05  STA-SGN-STAT2             PIC X(01).
       01  WBSIGNDB-VSAM-CODE.
           05 SGN-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 SGN-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 SGN-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBWIREDB-FILE-STATUS.
           05  STA-WIR-STAT1             PIC X(01).
           05  STA-WIR-STAT2             PIC X(01).
       01  WBWIREDB-VSAM-CODE.
           05 WIR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 WIR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 WIR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBOCHKDB-FILE-STATUS.
           05  STA-OCH-STAT1             PIC X(01).
           05  STA-OCH-STAT2             PIC X(01).
       01  WBOCHKDB-VSAM-CODE.
           05 OCH-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 OCH-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 OCH-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBWHLDDB-FILE-STATUS.
           05  STA-WHL-STAT1             PIC X(01).
           05  STA-WHL-STAT2             PIC X(01).
       01  WBWHLDDB-VSAM-CODE.
           05 WHL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 WHL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 WHL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      ****************************************************************
      *  THE WATCH LIST, LOADED ONCE WITH EACH NAME ALREADY           *
      *  NORMALIZED SO EVERY CANDIDATE IS COMPARED IN STORAGE         *
      ****************************************************************
       01  WS-WTC-TABLE.
           05 WS-WTC-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-WTC-ENTRY     OCCURS 5000 TIMES
                               INDEXED BY WTC-IDX.
              10 WS-WTC-NAME   PIC X(30).
              10 WS-WTC-NORM   PIC X(30).
              10 WS-WTC-LEN    PIC S9(4)  COMP.

      ****************************************************************
      *  CUSTOMER ID BY SSN, LOADED ON THE CUSTOMER PASS SO A HIT ON  *
      *  A SIGNER, BENEFICIARY OR PAYEE HOLDS THE OWNING CUSTOMER     *
      ****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT    PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY    OCCURS 5000 TIMES
                               INDEXED BY CUS-IDX.
              10 WS-CUST-SSN   PIC X(09).
              10 WS-CUST-ID    PIC X(10).

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(48)  VALUE SPACES.
              10 FILLER        PIC X(33)  VALUE
                                    'WATCH LIST PORTFOLIO RESCREEN'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(12)  VALUE 'SOURCE'.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(32)  VALUE 'SCREENED NAME'.
              10 FILLER        PIC X(32)  VALUE 'WATCH-LIST NAME'.
              10 FILLER        PIC X(44)  VALUE 'ACTION'.

           05 WS-DETAIL-LINE.
              10 WS-D-SOURCE   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CUST-ID  PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-NAME     PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-WATCH    PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(20).
              10 FILLER        PIC X(24)  VALUE SPACES.

           05 WS-MISSING-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-M-DDNAME   PIC X(08).
              10 FILLER        PIC X(30)  VALUE
                                    ' NOT AVAILABLE - NOT SCREENED'.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'WATCH-LIST NAMES LOADED   :'.
              10 WS-TR-WTC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMER NAMES SCREENED   :'.
              10 WS-TR-CUS-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SIGNER NAMES SCREENED     :'.
              10 WS-TR-SGN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BENEFICIARY NAMES SCREENED:'.
              10 WS-TR-WIR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PAYEE NAMES SCREENED      :'.
              10 WS-TR-OCH-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'POTENTIAL MATCHES         :'.
              10 WS-TR-HIT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOLDS PLACED              :'.
              10 WS-TR-HLD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ALREADY HELD              :'.
              10 WS-TR-AHL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CLEARED BEFORE, NOT RAISED:'.
              10 WS-TR-CLR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-10.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NO CUSTOMER TO HOLD       :'.
              10 WS-TR-NCU-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-CUS-SCREENED          PIC 9(07)     VALUE ZERO.
           05 WS-SGN-SCREENED          PIC 9(07)     VALUE ZERO.
           05 WS-WIR-SCREENED          PIC 9(07)     VALUE ZERO.
           05 WS-OCH-SCREENED          PIC 9(07)     VALUE ZERO.
           05 WS-HIT-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-HOLD-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-ALREADY-HELD-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-CLEARED-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-NO-CUST-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-SOURCE-NAME           PIC X(10)     VALUE SPACES.
           05 WS-OWNER-SSN             PIC X(09)     VALUE SPACES.
           05 WS-HOLD-CUST-ID          PIC X(10)     VALUE SPACES.
           05 WS-CAND-NAME             PIC X(30)     VALUE SPACES.
           05 WS-CAND-NORM             PIC X(30)     VALUE SPACES.
           05 WS-CAND-LEN              PIC S9(4)     COMP VALUE ZERO.
           05 WS-MATCHED-NAME          PIC X(30)     VALUE SPACES.
           05 WS-NORM-IN               PIC X(30)     VALUE SPACES.
           05 WS-NORM-OUT              PIC X(30)     VALUE SPACES.
           05 WS-NORM-LEN              PIC S9(4)     COMP VALUE ZERO.
           05 WS-NORM-POS              PIC S9(4)     COMP VALUE ZERO.
           05 WS-LIST-LEN              PIC S9(4)     COMP VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'WATCHSCR'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 WATCH-MATCH-SW   PIC X(01)  VALUE 'N'.
              88 WATCH-NAME-MATCHED       VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM RESCREENS EVERY NAME ON FILE AGAINST THE WATCH
      * LIST AND QUEUES COMPLIANCE HOLDS FOR THE HITS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 1100-LOAD-WATCH-LIST THRU 1100-EXIT

      *    A FIRST-EVER HOLD CREATES THE QUEUE FILE
           OPEN I-O WBWHLDDB-FILE
           IF WBWHLDDB-FILE-STATUS = '35'
              OPEN OUTPUT WBWHLDDB-FILE
              CLOSE WBWHLDDB-FILE
              OPEN I-O WBWHLDDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBWHLDDB'   TO ERR-MSG
           PERFORM 9990-WHL-ERR-CHK            THRU 9990-EXIT

           PERFORM 2000-SCREEN-CUSTOMERS THRU 2000-EXIT
           PERFORM 2200-SCREEN-SIGNERS   THRU 2200-EXIT
           PERFORM 2400-SCREEN-WIRES     THRU 2400-EXIT
           PERFORM 2600-SCREEN-PAYEES    THRU 2600-EXIT

           CLOSE WBWHLDDB-FILE
           MOVE      'ERROR CLOSING WBWHLDDB' TO ERR-MSG
           PERFORM 9990-WHL-ERR-CHK         THRU 9990-EXIT

           IF WS-HIT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING     THRU 3000-EXIT
           PERFORM 3100-WRITE-RUN-STATS  THRU 3100-EXIT
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
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
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
       1100-LOAD-WATCH-LIST.
           MOVE '1100-LOAD-WATCH-LIST'   TO ERR-LOC

           OPEN INPUT WBWATCH-FILE
           MOVE       'ERROR OPENING WBWATCH'   TO ERR-MSG
           PERFORM 9991-WTC-ERR-CHK           THRU 9991-EXIT

           MOVE 'N' TO EOF-FLAG
           PERFORM 1150-LOAD-ONE-LISTED THRU 1150-EXIT
              UNTIL END-OF-FILE

           CLOSE WBWATCH-FILE
           MOVE      'ERROR CLOSING WBWATCH' TO ERR-MSG
           PERFORM 9991-WTC-ERR-CHK        THRU 9991-EXIT
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1150-LOAD-ONE-LISTED.
           READ WBWATCH-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1150-EXIT
           END-IF
           MOVE    'ERROR READING WBWATCH' TO ERR-MSG
           PERFORM 9991-WTC-ERR-CHK      THRU 9991-EXIT

           IF WS-WTC-COUNT NOT < 5000
              DISPLAY 'WATCHSCR - WATCH LIST TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-WTC-COUNT
           SET WTC-IDX TO WS-WTC-COUNT
           MOVE WTC-NAME    TO WS-WTC-NAME (WTC-IDX)
           MOVE WTC-NAME    TO WS-NORM-IN
           PERFORM 8100-NORMALIZE-NAME THRU 8100-EXIT
           MOVE WS-NORM-OUT TO WS-WTC-NORM (WTC-IDX)
           MOVE WS-NORM-LEN TO WS-WTC-LEN (WTC-IDX)
           .
       1150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY CUSTOMER IS SCREENED AND LOADED INTO THE SSN TABLE
      *    THE LATER SOURCES USE TO FIND THE OWNING CUSTOMER
       2000-SCREEN-CUSTOMERS.
           MOVE '2000-SCREEN-CUSTOMERS'  TO ERR-LOC

           OPEN INPUT WBCUSTDB-FILE
           MOVE       'ERROR OPENING WBCUSTDB'  TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK          THRU 9995-EXIT

           MOVE 'CUSTOMER' TO WS-SOURCE-NAME
           MOVE 'N'        TO EOF-FLAG
           PERFORM 2050-SCREEN-ONE-CUSTOMER THRU 2050-EXIT
              UNTIL END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE      'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK        THRU 9995-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2050-SCREEN-ONE-CUSTOMER.
           READ WBCUSTDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2050-EXIT
           END-IF
           MOVE    'ERROR READING WBCUSTDB' TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK      THRU 9995-EXIT

           IF WS-CUST-COUNT NOT < 5000
              DISPLAY 'WATCHSCR - CUSTOMER TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET CUS-IDX TO WS-CUST-COUNT
           MOVE CUSTOMER-SSN TO WS-CUST-SSN (CUS-IDX)
           MOVE CUSTOMER-ID  TO WS-CUST-ID (CUS-IDX)

           IF CUSTOMER-NAME = SPACES
              GO TO 2050-EXIT
           END-IF
           ADD 1 TO WS-CUS-SCREENED
           MOVE CUSTOMER-NAME TO WS-CAND-NAME
           PERFORM 5000-SCREEN-NAME THRU 5000-EXIT
           IF WATCH-NAME-MATCHED
              MOVE CUSTOMER-ID TO WS-HOLD-CUST-ID
              PERFORM 5200-QUEUE-HOLD THRU 5200-EXIT
           END-IF
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SIGNERS, BENEFICIARIES AND PAYEES ARE OPTIONAL SOURCES - A
      *    REGION WITHOUT THE FILE SAYS SO ON THE REPORT
       2200-SCREEN-SIGNERS.
           MOVE '2200-SCREEN-SIGNERS'    TO ERR-LOC

           OPEN INPUT WBSIGNDB-FILE
           IF WBSIGNDB-FILE-STATUS NOT = '00'
              MOVE 'WBSIGNDB' TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 2200-EXIT
           END-IF

           MOVE 'SIGNER'   TO WS-SOURCE-NAME
           MOVE 'N'        TO EOF-FLAG
           PERFORM 2250-SCREEN-ONE-SIGNER THRU 2250-EXIT
              UNTIL END-OF-FILE

           CLOSE WBSIGNDB-FILE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-SCREEN-ONE-SIGNER.
           READ WBSIGNDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2250-EXIT
           END-IF
           IF WBSIGNDB-FILE-STATUS NOT = '00'
              MOVE WBSIGNDB-FILE-STATUS TO ERR-CODE
              MOVE 'ERROR READING WBSIGNDB' TO ERR-MSG
              PERFORM 9997-SRC-ERR        THRU 9997-EXIT
           END-IF

           IF NOT SGN-STATUS-ACTIVE
              OR SGN-NAME = SPACES
              GO TO 2250-EXIT
           END-IF
           ADD 1 TO WS-SGN-SCREENED
           MOVE SGN-NAME TO WS-CAND-NAME
           PERFORM 5000-SCREEN-NAME THRU 5000-EXIT
           IF WATCH-NAME-MATCHED
              MOVE SGN-SSN TO WS-OWNER-SSN
              PERFORM 5100-FIND-OWNER  THRU 5100-EXIT
              PERFORM 5200-QUEUE-HOLD  THRU 5200-EXIT
           END-IF
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-SCREEN-WIRES.
           MOVE '2400-SCREEN-WIRES'      TO ERR-LOC

           OPEN INPUT WBWIREDB-FILE
           IF WBWIREDB-FILE-STATUS NOT = '00'
              MOVE 'WBWIREDB' TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 2400-EXIT
           END-IF

           MOVE 'WIRE BENEF' TO WS-SOURCE-NAME
           MOVE 'N'          TO EOF-FLAG
           PERFORM 2450-SCREEN-ONE-WIRE THRU 2450-EXIT
              UNTIL END-OF-FILE

           CLOSE WBWIREDB-FILE
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2450-SCREEN-ONE-WIRE.
           READ WBWIREDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2450-EXIT
           END-IF
           IF WBWIREDB-FILE-STATUS NOT = '00'
              MOVE WBWIREDB-FILE-STATUS TO ERR-CODE
              MOVE 'ERROR READING WBWIREDB' TO ERR-MSG
              PERFORM 9997-SRC-ERR        THRU 9997-EXIT
           END-IF

           IF WIR-BENEFICIARY = SPACES
              GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-WIR-SCREENED
           MOVE WIR-BENEFICIARY TO WS-CAND-NAME
           PERFORM 5000-SCREEN-NAME THRU 5000-EXIT
           IF WATCH-NAME-MATCHED
              MOVE WIR-SSN TO WS-OWNER-SSN
              PERFORM 5100-FIND-OWNER  THRU 5100-EXIT
              PERFORM 5200-QUEUE-HOLD  THRU 5200-EXIT
           END-IF
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-SCREEN-PAYEES.
           MOVE '2600-SCREEN-PAYEES'     TO ERR-LOC

           OPEN INPUT WBOCHKDB-FILE
           IF WBOCHKDB-FILE-STATUS NOT = '00'
              MOVE 'WBOCHKDB' TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 2600-EXIT
           END-IF

           MOVE 'CHK PAYEE'  TO WS-SOURCE-NAME
           MOVE 'N'          TO EOF-FLAG
           PERFORM 2650-SCREEN-ONE-PAYEE THRU 2650-EXIT
              UNTIL END-OF-FILE

           CLOSE WBOCHKDB-FILE
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2650-SCREEN-ONE-PAYEE.
           READ WBOCHKDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2650-EXIT
           END-IF
           IF WBOCHKDB-FILE-STATUS NOT = '00'
              MOVE WBOCHKDB-FILE-STATUS TO ERR-CODE
              MOVE 'ERROR READING WBOCHKDB' TO ERR-MSG
              PERFORM 9997-SRC-ERR        THRU 9997-EXIT
           END-IF

           IF OCH-PAYEE = SPACES
              GO TO 2650-EXIT
           END-IF
           ADD 1 TO WS-OCH-SCREENED
           MOVE OCH-PAYEE TO WS-CAND-NAME
           PERFORM 5000-SCREEN-NAME THRU 5000-EXIT
           IF WATCH-NAME-MATCHED
              MOVE OCH-PURCH-SSN TO WS-OWNER-SSN
              PERFORM 5100-FIND-OWNER  THRU 5100-EXIT
              PERFORM 5200-QUEUE-HOLD  THRU 5200-EXIT
           END-IF
           .
       2650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           MOVE WS-WTC-COUNT          TO WS-TR-WTC-CNT
           MOVE WS-CUS-SCREENED       TO WS-TR-CUS-CNT
           MOVE WS-SGN-SCREENED       TO WS-TR-SGN-CNT
           MOVE WS-WIR-SCREENED       TO WS-TR-WIR-CNT
           MOVE WS-OCH-SCREENED       TO WS-TR-OCH-CNT
           MOVE WS-HIT-COUNT          TO WS-TR-HIT-CNT
           MOVE WS-HOLD-COUNT         TO WS-TR-HLD-CNT
           MOVE WS-ALREADY-HELD-COUNT TO WS-TR-AHL-CNT
           MOVE WS-CLEARED-COUNT      TO WS-TR-CLR-CNT
           MOVE WS-NO-CUST-COUNT      TO WS-TR-NCU-CNT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-8
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-9
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-10
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       3100-WRITE-RUN-STATS.
           MOVE '3100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 3100-EXIT
           END-IF

           MOVE 'WATCHSCR' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           COMPUTE RLG-IN-COUNT = WS-CUS-SCREENED + WS-SGN-SCREENED
                                + WS-WIR-SCREENED + WS-OCH-SCREENED
           MOVE WS-HOLD-COUNT     TO RLG-OUT-COUNT
           MOVE WS-HIT-COUNT      TO RLG-REJ-COUNT
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SCREEN WS-CAND-NAME AGAINST THE LOADED LIST WITH THE SAME
      *    RULES AS THE ONBOARDING SCREEN IN THE ADD-CUSTOMER PROGRAMS
       5000-SCREEN-NAME.
           MOVE 'N'          TO WATCH-MATCH-SW
           MOVE SPACES       TO WS-MATCHED-NAME
           MOVE WS-CAND-NAME TO WS-NORM-IN
           PERFORM 8100-NORMALIZE-NAME THRU 8100-EXIT
           MOVE WS-NORM-OUT  TO WS-CAND-NORM
           MOVE WS-NORM-LEN  TO WS-CAND-LEN

           PERFORM 5050-TEST-ONE-LISTED THRU 5050-EXIT
              VARYING WTC-IDX FROM 1 BY 1
              UNTIL WTC-IDX > WS-WTC-COUNT
                 OR WATCH-NAME-MATCHED
           .
       5000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       5050-TEST-ONE-LISTED.
           MOVE WS-WTC-LEN (WTC-IDX) TO WS-LIST-LEN

           IF WS-WTC-NAME (WTC-IDX) = WS-CAND-NAME
              GO TO 5050-HIT
           END-IF
           IF WS-LIST-LEN > 0
              AND WS-WTC-NORM (WTC-IDX) = WS-CAND-NORM
              GO TO 5050-HIT
           END-IF
      *    A LISTED NAME THAT LEADS THE CANDIDATE (OR THE REVERSE)
      *    IS A POTENTIAL MATCH - FOUR CHARACTERS MINIMUM SO SHORT
      *    FRAGMENTS DO NOT HOLD EVERYBODY
           IF WS-LIST-LEN >= 4
              AND WS-CAND-LEN >= WS-LIST-LEN
              AND WS-CAND-NORM(1:WS-LIST-LEN) =
                  WS-WTC-NORM (WTC-IDX) (1:WS-LIST-LEN)
              GO TO 5050-HIT
           END-IF
           IF WS-CAND-LEN >= 4
              AND WS-LIST-LEN >= WS-CAND-LEN
              AND WS-WTC-NORM (WTC-IDX) (1:WS-CAND-LEN) =
                  WS-CAND-NORM(1:WS-CAND-LEN)
              GO TO 5050-HIT
           END-IF
           GO TO 5050-EXIT
           .
       5050-HIT.
           SET WATCH-NAME-MATCHED TO TRUE
           MOVE WS-WTC-NAME (WTC-IDX) TO WS-MATCHED-NAME
           .
       5050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CUSTOMER WHO OWNS THE RELATIONSHIP CARRIES THE HOLD
       5100-FIND-OWNER.
           MOVE SPACES TO WS-HOLD-CUST-ID
           IF WS-OWNER-SSN = SPACES
              GO TO 5100-EXIT
           END-IF

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN CUS-IDX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-OWNER-SSN
                 MOVE WS-CUST-ID (CUS-IDX) TO WS-HOLD-CUST-ID
           END-SEARCH
           .
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    QUEUE THE HOLD FOR REVIEW. A CUSTOMER ALREADY HELD STAYS
      *    AS IS; ONE WHOSE HOLD WAS CLEARED FOR THIS SAME LISTED NAME
      *    HAS ALREADY BEEN REVIEWED AND IS NOT RAISED AGAIN.
       5200-QUEUE-HOLD.
           MOVE '5200-QUEUE-HOLD' TO ERR-LOC
           ADD 1 TO WS-HIT-COUNT

           MOVE WS-SOURCE-NAME  TO WS-D-SOURCE
           MOVE WS-HOLD-CUST-ID TO WS-D-CUST-ID
           MOVE WS-CAND-NAME    TO WS-D-NAME
           MOVE WS-MATCHED-NAME TO WS-D-WATCH

           IF WS-HOLD-CUST-ID = SPACES
              ADD 1 TO WS-NO-CUST-COUNT
              MOVE 'NO CUSTOMER ON FILE' TO WS-D-ACTION
              GO TO 5200-PRINT
           END-IF

           MOVE WS-HOLD-CUST-ID TO WHL-CUST-ID
           READ WBWHLDDB-FILE
              INVALID KEY
                 MOVE SPACES TO WHL-STATUS-CODE
           END-READ

           EVALUATE TRUE
              WHEN WHL-STATUS-HELD
                 ADD 1 TO WS-ALREADY-HELD-COUNT
                 MOVE 'ALREADY HELD'     TO WS-D-ACTION
              WHEN WHL-STATUS-CLEARED
                   AND WHL-WATCH-NAME = WS-MATCHED-NAME
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE 'CLEARED BEFORE'   TO WS-D-ACTION
              WHEN WHL-STATUS-CLEARED
                 PERFORM 5250-BUILD-HOLD THRU 5250-EXIT
                 REWRITE WBWHL-RECORD
                 MOVE    'ERROR REWRITING WBWHLDDB' TO ERR-MSG
                 PERFORM 9990-WHL-ERR-CHK THRU 9990-EXIT
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE 'HOLD RE-PLACED'   TO WS-D-ACTION
              WHEN OTHER
                 PERFORM 5250-BUILD-HOLD THRU 5250-EXIT
                 WRITE WBWHL-RECORD
                 MOVE    'ERROR WRITING WBWHLDDB' TO ERR-MSG
                 PERFORM 9990-WHL-ERR-CHK THRU 9990-EXIT
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE 'HOLD PLACED'      TO WS-D-ACTION
           END-EVALUATE
           .
       5200-PRINT.
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       5200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       5250-BUILD-HOLD.
           MOVE WS-HOLD-CUST-ID  TO WHL-CUST-ID
           MOVE WS-CAND-NAME     TO WHL-CUST-NAME
           MOVE WS-MATCHED-NAME  TO WHL-WATCH-NAME
           MOVE WS-DATE-R        TO WHL-DATE
           MOVE SPACES           TO WHL-OPID
           MOVE 'H'              TO WHL-STATUS-CODE
           .
       5250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FOLD A NAME TO UPPER CASE AND STRIP EVERYTHING BUT LETTERS
      *    AND DIGITS SO PUNCTUATION AND SPACING DO NOT DEFEAT THE
      *    SCREEN
       8100-NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO   TO WS-NORM-LEN
           INSPECT WS-NORM-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 8150-KEEP-ONE-CHAR THRU 8150-EXIT
              VARYING WS-NORM-POS FROM 1 BY 1
              UNTIL WS-NORM-POS > 30
           .
       8100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8150-KEEP-ONE-CHAR.
           IF (WS-NORM-IN(WS-NORM-POS:1) IS ALPHABETIC
               AND WS-NORM-IN(WS-NORM-POS:1) NOT = SPACE)
              OR WS-NORM-IN(WS-NORM-POS:1) IS NUMERIC
              ADD 1 TO WS-NORM-LEN
              MOVE WS-NORM-IN(WS-NORM-POS:1)
                TO WS-NORM-OUT(WS-NORM-LEN:1)
           END-IF
           .
       8150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9990-WHL-ERR-CHK.
           MOVE WBWHLDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBWHLDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE WHL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE WHL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE WHL-VSAM-REASON-CODE
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
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-WTC-ERR-CHK.
           MOVE WBWATCH-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBWATCH-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE WTC-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE WTC-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE WTC-VSAM-REASON-CODE
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
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CUST-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CUST-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CUST-VSAM-REASON-CODE
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
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A READ FAILURE ON ONE OF THE OPTIONAL SOURCES
       9997-SRC-ERR.
           DISPLAY '---VSAM ERROR---'
           DISPLAY 'PROG: ' ERR-PGM
           DISPLAY '  IN: ' ERR-LOC
           DISPLAY ' MSG: ' ERR-MSG
           DISPLAY 'CODE: ' ERR-CODE
           MOVE 16 TO RETURN-CODE
           STOP RUN
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
