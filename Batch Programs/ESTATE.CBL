      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. ESTATE.
      ****************************************************************
      * Nightly deceased-customer (estate) run. Every customer on    *
      * WBCUSTDB-DD with a date of death confirmed on WGRVCUSL is    *
      * loaded, and everything still live in that customer's name    *
      * is stopped:                                                  *
      *   - a solely-owned open deposit account gets a full freeze   *
      *     on WBLEGLDB-DD (order ref ESTATE), released on WGRVLGL   *
      *     when the estate is settled;                              *
      *   - the deceased is removed as joint owner of any account;   *
      *     an account the deceased owned with a living joint owner  *
      *     is left open for the survivor and listed for retitling   *
      *     at the branch (WBACCTDB-DD is keyed by the primary SSN); *
      *   - every active, blocked or pending (reissued, not yet      *
      *     activated) WBCARDDB-DD card is hot-carded,               *
      *     every active WBSTORD-DD standing order suspended and     *
      *     every active WBALRTDB-DD alert subscription cancelled.   *
      * Each step only acts on what is still live, so a rerun or     *
      * the next night does nothing twice. The report lists what     *
      * was done and every incoming ACH credit posted after the      *
      * date of death (the whole history on the first run for a      *
      * customer, that night's postings afterwards) - federal        *
      * benefit payments (Treasury originators) must be returned     *
      * and end the run with RC 4. The customer is then marked       *
      * processed and the run is traced on WBAUDTDB-DD.              *
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
           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBLEGLDB-FILE
               ASSIGN       TO WBLEGLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LGL-KEY
               FILE STATUS  IS WBLEGLDB-FILE-STATUS WBLEGLDB-VSAM-CODE.

           SELECT WBCARDDB-FILE
               ASSIGN       TO WBCARDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CRD-CARD-NUM
               FILE STATUS  IS WBCARDDB-FILE-STATUS WBCARDDB-VSAM-CODE.

           SELECT WBSTORD-FILE
               ASSIGN       TO WBSTORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS STO-KEY
               FILE STATUS  IS WBSTORD-FILE-STATUS WBSTORD-VSAM-CODE.

           SELECT WBALRTDB-FILE
               ASSIGN       TO WBALRTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ALR-KEY
               FILE STATUS  IS WBALRTDB-FILE-STATUS WBALRTDB-VSAM-CODE.

           SELECT WBAUDTDB-FILE
               ASSIGN       TO WBAUDTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-KEY
               FILE STATUS  IS WBAUDTDB-FILE-STATUS WBAUDTDB-VSAM-CODE.

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

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.

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

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

       FD  WBCARDDB-FILE.
           COPY WBCRDREC.

       FD  WBSTORD-FILE.
           COPY WBSTOREC.

       FD  WBALRTDB-FILE.
           COPY WBALRREC.

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

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

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBTXNDB-FILE-STATUS.
           05  STA-TXN-STAT1             PIC X(01).
           05  STA-TXN-STAT2             PIC X(01).
       01  WBTXNDB-VSAM-CODE.
           05 TXN-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 TXN-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 TXN-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBLEGLDB-FILE-STATUS.
           05  STA-LGL-STAT1             PIC X(01).
           05  STA-LGL-STAT2             PIC X(01).
       01  WBLEGLDB-VSAM-CODE.
           05 LGL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 LGL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 LGL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCARDDB-FILE-STATUS.
           05  STA-CRD-STAT1             PIC X(01).
           05  STA-CRD-STAT2             PIC X(01).
       01  WBCARDDB-VSAM-CODE.
           05 CRD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CRD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CRD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBSTORD-FILE-STATUS.
           05  STA-STO-STAT1             PIC X(01).
           05  STA-STO-STAT2             PIC X(01).
       01  WBSTORD-VSAM-CODE.
           05 STO-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 STO-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 STO-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBALRTDB-FILE-STATUS.
           05  STA-ALR-STAT1             PIC X(01).
           05  STA-ALR-STAT2             PIC X(01).
       01  WBALRTDB-VSAM-CODE.
           05 ALR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 ALR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 ALR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBAUDTDB-FILE-STATUS.
           05  STA-AUD-STAT1             PIC X(01).
           05  STA-AUD-STAT2             PIC X(01).
       01  WBAUDTDB-VSAM-CODE.
           05 AUD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 AUD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 AUD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(48)  VALUE SPACES.
              10 FILLER        PIC X(32)  VALUE
                                    'DECEASED CUSTOMER ESTATE REPORT'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-S-TITLE    PIC X(60)  VALUE SPACES.
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-DEC-HEAD.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(32)  VALUE 'NAME'.
              10 FILLER        PIC X(12)  VALUE 'DIED'.
              10 FILLER        PIC X(74)  VALUE 'RUN'.

           05 WS-DEC-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ID       PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-NAME     PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DOD      PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-RUN      PIC X(20).
              10 FILLER        PIC X(54)  VALUE SPACES.

           05 WS-ACT-HEAD.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(18)  VALUE 'ACCOUNT / CARD'.
              10 FILLER        PIC X(100) VALUE 'ACTION'.

           05 WS-ACT-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-A-ID       PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-A-KEY      PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-A-ACTION   PIC X(60).
              10 FILLER        PIC X(40)  VALUE SPACES.

           05 WS-ACH-HEAD.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(12)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(12)  VALUE 'POSTED'.
              10 FILLER        PIC X(20)  VALUE '          AMOUNT'.
              10 FILLER        PIC X(22)  VALUE 'DESCRIPTION'.
              10 FILLER        PIC X(52)  VALUE 'DISPOSITION'.

           05 WS-ACH-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-H-ID       PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-H-ACCT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-H-DATE     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-H-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-H-MEMO     PIC X(20).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-H-DISP     PIC X(24).
              10 FILLER        PIC X(31)  VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(130) VALUE 'NONE'.

           05 WS-COUNT-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-C-LABEL    PIC X(32).
              10 WS-C-COUNT    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-C-AMOUNT   PIC X(16)  VALUE SPACES.
              10 FILLER        PIC X(69)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

      *****************************************************************
      *  CUSTOMERS WITH A CONFIRMED DATE OF DEATH, LOADED ONCE FROM   *
      *  WBCUSTDB SO EACH ACCOUNT AND CARD OWNER IS A TABLE LOOKUP.   *
      *  A CUSTOMER WITHOUT AN SSN OWNS NOTHING AND IS NOT LOADED.    *
      *****************************************************************
       01  WS-DEC-TABLE.
           05 WS-DEC-COUNT      PIC 9(05)  COMP  VALUE ZERO.
           05 WS-DEC-ENTRY      OCCURS 500 TIMES
                                INDEXED BY DEC-IDX.
              10 WS-DEC-ID      PIC X(10).
              10 WS-DEC-NAME    PIC X(30).
              10 WS-DEC-SSN     PIC X(09).
              10 WS-DEC-DOD     PIC X(10).
              10 WS-DEC-STATUS  PIC X(01).
                 88 DEC-FIRST-RUN            VALUE 'C'.

       01  WS-VARS.
      *    ORDER REFERENCE STAMPED ON THE ESTATE FREEZE - ALSO HOW A
      *    RERUN RECOGNIZES A FREEZE IT ALREADY PLACED
           05 WS-ESTATE-REF            PIC X(15)     VALUE 'ESTATE'.
           05 WS-LOOKUP-SSN            PIC X(09)     VALUE SPACES.
           05 WS-PRIM-IDX              PIC 9(05)     COMP VALUE ZERO.
           05 WS-JOINT-IDX             PIC 9(05)     COMP VALUE ZERO.
           05 WS-ACH-IDX               PIC 9(05)     COMP VALUE ZERO.
           05 WS-LGL-HIGH-SEQ          PIC 9(04)     VALUE ZERO.
           05 WS-SEQ-DISPLAY           PIC 9(04)     VALUE ZERO.
           05 WS-TREAS-COUNT           PIC 9(04)     VALUE ZERO.
           05 WS-AUDIT-SEQ             PIC 9(10)     VALUE ZERO.
           05 WS-DOD-NUM               PIC 9(08)     VALUE ZERO.
           05 WS-DOD-PARTS REDEFINES WS-DOD-NUM.
              10 WS-DOD-YYYY           PIC 9(04).
              10 WS-DOD-MM             PIC 9(02).
              10 WS-DOD-DD             PIC 9(02).
           05 WS-MASKED-SSN            PIC X(09)     VALUE SPACES.
           05 WS-MASKED-CARD           PIC X(16)     VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-FIRST-RUN-COUNT       PIC 9(09)     VALUE ZERO.
           05 WS-FREEZE-COUNT          PIC 9(09)     VALUE ZERO.
           05 WS-JOINT-COUNT           PIC 9(09)     VALUE ZERO.
           05 WS-RETITLE-COUNT         PIC 9(09)     VALUE ZERO.
           05 WS-CARD-COUNT            PIC 9(09)     VALUE ZERO.
           05 WS-STO-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-ALERT-COUNT           PIC 9(09)     VALUE ZERO.
           05 WS-ACH-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-FED-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-ACH-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-FED-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'ESTATE'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 SCAN-FLAG        PIC X(01)  VALUE 'N'.
              88 SCAN-IS-DONE             VALUE 'Y'.
           05 DEC-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 DEC-WAS-FOUND            VALUE 'Y'.
           05 FREEZE-FOUND-FLAG PIC X(01) VALUE 'N'.
              88 FREEZE-IN-FORCE          VALUE 'Y'.
           05 ACH-HEAD-FLAG    PIC X(01)  VALUE 'N'.
              88 ACH-HEAD-WRITTEN         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM STOPS EVERYTHING STILL LIVE IN THE NAME OF A
      * CUSTOMER WHOSE DATE OF DEATH HAS BEEN CONFIRMED, AND LISTS
      * THE ACH CREDITS THAT ARRIVED AFTER THE DEATH.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 1300-LOAD-DECEDENTS THRU 1300-EXIT

           IF WS-DEC-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
              CLOSE WBCUSTDB-FILE
              PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
              STOP RUN
           END-IF

           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT
           OPEN INPUT WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK            THRU 9996-EXIT
           OPEN I-O WBLEGLDB-FILE
           MOVE       'ERROR OPENING WBLEGLDB'   TO ERR-MSG
           PERFORM 9997-LGL-ERR-CHK            THRU 9997-EXIT
           OPEN I-O WBCARDDB-FILE
           MOVE       'ERROR OPENING WBCARDDB'   TO ERR-MSG
           PERFORM 9994-CRD-ERR-CHK            THRU 9994-EXIT
           OPEN I-O WBSTORD-FILE
           MOVE       'ERROR OPENING WBSTORD'    TO ERR-MSG
           PERFORM 9992-STO-ERR-CHK            THRU 9992-EXIT
           OPEN I-O WBALRTDB-FILE
           MOVE       'ERROR OPENING WBALRTDB'   TO ERR-MSG
           PERFORM 9991-ALR-ERR-CHK            THRU 9991-EXIT
           OPEN I-O WBAUDTDB-FILE
           MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
           PERFORM 9993-AUD-ERR-CHK            THRU 9993-EXIT

           PERFORM 2000-ACCOUNT-PASS      THRU 2000-EXIT
           PERFORM 2400-CARD-PASS         THRU 2400-EXIT
           PERFORM 2500-SUSPEND-STORDERS  THRU 2500-EXIT
           PERFORM 2600-CANCEL-ALERTS     THRU 2600-EXIT
           PERFORM 2700-MARK-PROCESSED    THRU 2700-EXIT
              VARYING DEC-IDX FROM 1 BY 1
              UNTIL DEC-IDX > WS-DEC-COUNT
           PERFORM 2900-REPORT-TOTALS     THRU 2900-EXIT

           CLOSE WBCUSTDB-FILE
           CLOSE WBACCTDB-FILE
           CLOSE WBTXNDB-FILE
           CLOSE WBLEGLDB-FILE
           CLOSE WBCARDDB-FILE
           CLOSE WBSTORD-FILE
           CLOSE WBALRTDB-FILE
           CLOSE WBAUDTDB-FILE

      *    A FEDERAL BENEFIT PAID AFTER THE DEATH MUST GO BACK TO
      *    TREASURY - THE WARNING RC MAKES SURE OPERATIONS SEES IT
           IF WS-FED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

      *    THE FORWARD-RECOVERY JOURNAL IS A SHARED DATASET APPENDED
      *    TO BY EVERY UPDATER - A FIRST-EVER RUN CREATES IT. A
      *    REGION WITHOUT THE DATASET POSTS ON WITHOUT JOURNALING.
           OPEN EXTEND JRN-OP
           IF RCVJRN-STAT = 35
              OPEN OUTPUT JRN-OP
           END-IF

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
      *    ONE PASS OF THE CUSTOMER FILE BUILDS THE DECEDENT TABLE.
      *    THE FILE STAYS OPEN SO 2700 CAN MARK EACH ONE PROCESSED.
      *-----------------------------------------------------------------
       1300-LOAD-DECEDENTS.
           MOVE '1300-LOAD-DECEDENTS'    TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           OPEN I-O WBCUSTDB-FILE
           MOVE       'ERROR OPENING WBCUSTDB'   TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK           THRU 9995-EXIT

           MOVE 'DECEASED CUSTOMERS'     TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-DEC-HEAD

           MOVE LOW-VALUES TO CUSTOMER-ID
           START WBCUSTDB-FILE KEY >= CUSTOMER-ID
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 1310-LOAD-ONE-DECEDENT THRU 1310-EXIT
              UNTIL END-OF-FILE
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1310-LOAD-ONE-DECEDENT.
           READ WBCUSTDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 1310-EXIT
           END-READ

           IF CUSTOMER-IS-LIVING OR CUSTOMER-SSN = SPACES
              GO TO 1310-EXIT
           END-IF

           IF WS-DEC-COUNT NOT < 500
              DISPLAY 'ESTATE - DECEDENT TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-DEC-COUNT
           SET DEC-IDX TO WS-DEC-COUNT
           MOVE CUSTOMER-ID            TO WS-DEC-ID (DEC-IDX)
           MOVE CUSTOMER-NAME          TO WS-DEC-NAME (DEC-IDX)
           MOVE CUSTOMER-SSN           TO WS-DEC-SSN (DEC-IDX)
           MOVE CUSTOMER-ESTATE-STATUS TO WS-DEC-STATUS (DEC-IDX)
           MOVE CUSTOMER-DEATH-DATE    TO WS-DOD-NUM
           MOVE SPACES                 TO WS-DEC-DOD (DEC-IDX)
           STRING WS-DOD-YYYY '-' WS-DOD-MM '-' WS-DOD-DD
                  DELIMITED BY SIZE INTO WS-DEC-DOD (DEC-IDX)

           MOVE WS-DEC-ID (DEC-IDX)    TO WS-D-ID
           MOVE WS-DEC-NAME (DEC-IDX)  TO WS-D-NAME
           MOVE WS-DEC-DOD (DEC-IDX)   TO WS-D-DOD
           IF DEC-FIRST-RUN (DEC-IDX)
              MOVE 'FIRST RUN'         TO WS-D-RUN
              ADD 1 TO WS-FIRST-RUN-COUNT
           ELSE
              MOVE 'PREVIOUSLY PROCESSED' TO WS-D-RUN
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-DEC-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE PASS OF THE ACCOUNT FILE. AN ACCOUNT IS OF INTEREST
      *    WHEN EITHER OWNER IS A DECEDENT: ITS ACH CREDITS ARE
      *    LISTED, A DECEASED JOINT OWNER IS REMOVED, AND AN ACCOUNT
      *    LEFT WITH NO LIVING OWNER IS FROZEN.
      *-----------------------------------------------------------------
       2000-ACCOUNT-PASS.
           MOVE '2000-ACCOUNT-PASS'      TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'ACCOUNTS'               TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-ACT-HEAD

           MOVE LOW-VALUES TO ACCOUNT-KEY
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2010-CHECK-ONE-ACCOUNT THRU 2010-EXIT
              UNTIL END-OF-FILE

           IF WS-FREEZE-COUNT + WS-JOINT-COUNT + WS-RETITLE-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF

           IF ACH-HEAD-WRITTEN
              CONTINUE
           ELSE
              WRITE RPT-OP-FIELDS FROM WS-SPACE
              MOVE 'ACH CREDITS RECEIVED AFTER DATE OF DEATH'
                                         TO WS-S-TITLE
              WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2010-CHECK-ONE-ACCOUNT.
           READ WBACCTDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2010-EXIT
           END-READ

           MOVE ZERO TO WS-PRIM-IDX WS-JOINT-IDX

           MOVE ACCOUNT-SSN TO WS-LOOKUP-SSN
           PERFORM 8100-FIND-DECEDENT THRU 8100-EXIT
           IF DEC-WAS-FOUND
              SET WS-PRIM-IDX TO DEC-IDX
           END-IF

           MOVE ACCOUNT-JOINT-SSN TO WS-LOOKUP-SSN
           PERFORM 8100-FIND-DECEDENT THRU 8100-EXIT
           IF DEC-WAS-FOUND
              SET WS-JOINT-IDX TO DEC-IDX
           END-IF

           IF WS-PRIM-IDX = 0 AND WS-JOINT-IDX = 0
              GO TO 2010-EXIT
           END-IF

      *    THE ACH LOOK-BACK RUNS BEFORE THE JOINT OWNER COMES OFF,
      *    SO A BENEFIT PAID INTO A JOINT ACCOUNT IS STILL CAUGHT
           IF WS-PRIM-IDX > 0
              MOVE WS-PRIM-IDX  TO WS-ACH-IDX
           ELSE
              MOVE WS-JOINT-IDX TO WS-ACH-IDX
           END-IF
           PERFORM 2100-LIST-ACH-CREDITS THRU 2100-EXIT

           IF WS-JOINT-IDX > 0
              PERFORM 2250-REMOVE-JOINT-OWNER THRU 2250-EXIT
           END-IF

           IF WS-PRIM-IDX = 0
              GO TO 2010-EXIT
           END-IF

           IF ACCOUNT-JOINT-SSN = SPACES
              PERFORM 2200-FREEZE-ACCOUNT THRU 2200-EXIT
           ELSE
              PERFORM 2300-LIST-RETITLE   THRU 2300-EXIT
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    INCOMING ACH CREDITS (ACHPOST MEMO 'ACH ' PLUS COMPANY)
      *    POSTED AFTER THE DATE OF DEATH - EVERYTHING SINCE THE DEATH
      *    ON THE FIRST RUN FOR THE CUSTOMER, THEN EACH NIGHT'S NEW
      *    POSTINGS. A TREASURY ORIGINATOR (SSA, VA, OPM ...) IS A
      *    FEDERAL BENEFIT AND MUST BE RETURNED; ANYTHING ELSE IS
      *    LISTED FOR THE BRANCH TO REVIEW WITH THE ESTATE.
      *-----------------------------------------------------------------
       2100-LIST-ACH-CREDITS.
           MOVE '2100-LIST-ACH-CREDITS'  TO ERR-LOC
           MOVE 'N'                      TO SCAN-FLAG
           SET DEC-IDX TO WS-ACH-IDX

           MOVE ACCOUNT-SSN      TO TXN-SSN
           MOVE ACCOUNT-NUMBER   TO TXN-ACCT-NUM
           MOVE 0                TO TXN-ITEM-NUM
           START WBTXNDB-FILE KEY >= TXN-KEY
              INVALID KEY MOVE 'Y' TO SCAN-FLAG
           END-START

           PERFORM 2110-CHECK-ONE-CREDIT THRU 2110-EXIT
              UNTIL SCAN-IS-DONE
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-CHECK-ONE-CREDIT.
           READ WBTXNDB-FILE NEXT
              AT END
                 MOVE 'Y' TO SCAN-FLAG
                 GO TO 2110-EXIT
           END-READ

           IF TXN-SSN NOT = ACCOUNT-SSN
              OR TXN-ACCT-NUM NOT = ACCOUNT-NUMBER
              MOVE 'Y' TO SCAN-FLAG
              GO TO 2110-EXIT
           END-IF

           IF NOT TXN-TYPE-CREDIT OR TXN-MEMO(1:4) NOT = 'ACH '
              GO TO 2110-EXIT
           END-IF

           IF TXN-DATE NOT > WS-DEC-DOD (DEC-IDX)
              GO TO 2110-EXIT
           END-IF

           IF NOT DEC-FIRST-RUN (DEC-IDX)
              AND TXN-DATE NOT = WS-DATE-R
              GO TO 2110-EXIT
           END-IF

           IF NOT ACH-HEAD-WRITTEN
              WRITE RPT-OP-FIELDS FROM WS-SPACE
              MOVE 'ACH CREDITS RECEIVED AFTER DATE OF DEATH'
                                         TO WS-S-TITLE
              WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
              WRITE RPT-OP-FIELDS FROM WS-ACH-HEAD
              SET ACH-HEAD-WRITTEN TO TRUE
           END-IF

           MOVE ZERO TO WS-TREAS-COUNT
           INSPECT TXN-MEMO TALLYING WS-TREAS-COUNT FOR ALL 'TREAS'

           MOVE WS-DEC-ID (DEC-IDX) TO WS-H-ID
           MOVE TXN-ACCT-NUM        TO WS-H-ACCT
           MOVE TXN-DATE            TO WS-H-DATE
           MOVE TXN-AMOUNT          TO WS-H-AMOUNT
           MOVE TXN-MEMO            TO WS-H-MEMO
           IF WS-TREAS-COUNT > 0
              MOVE 'RETURN - FEDERAL BENEFIT' TO WS-H-DISP
              ADD 1          TO WS-FED-COUNT
              ADD TXN-AMOUNT TO WS-FED-TOTAL
           ELSE
              MOVE 'REVIEW WITH ESTATE'       TO WS-H-DISP
           END-IF
           ADD 1          TO WS-ACH-COUNT
           ADD TXN-AMOUNT TO WS-ACH-TOTAL

           WRITE RPT-OP-FIELDS FROM WS-ACH-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A FULL FREEZE ON AN OPEN DEPOSIT ACCOUNT LEFT WITH NO
      *    LIVING OWNER - EVERY DEBIT PATH HONORS IT WHILE CREDITS
      *    STILL POST. A LOAN HAS NOTHING TO FREEZE. THE FREEZE
      *    STAYS IN FORCE UNTIL RELEASED ON WGRVLGL FOR THE ESTATE.
      *-----------------------------------------------------------------
       2200-FREEZE-ACCOUNT.
           MOVE '2200-FREEZE-ACCOUNT'    TO ERR-LOC

           IF ACCOUNT-CLOSED OR ACCOUNT-TYPE-LON
              GO TO 2200-EXIT
           END-IF

           MOVE 'N'  TO SCAN-FLAG FREEZE-FOUND-FLAG
           MOVE ZERO TO WS-LGL-HIGH-SEQ
           MOVE ACCOUNT-SSN      TO LGL-SSN
           MOVE ACCOUNT-NUMBER   TO LGL-ACCT-NUM
           MOVE ZERO             TO LGL-SEQ
           START WBLEGLDB-FILE KEY >= LGL-KEY
              INVALID KEY MOVE 'Y' TO SCAN-FLAG
           END-START

           PERFORM 2210-SCAN-ONE-ORDER THRU 2210-EXIT
              UNTIL SCAN-IS-DONE

           IF FREEZE-IN-FORCE
              GO TO 2200-EXIT
           END-IF

           MOVE SPACES           TO WBLGL-RECORD
           MOVE ACCOUNT-SSN      TO LGL-SSN
           MOVE ACCOUNT-NUMBER   TO LGL-ACCT-NUM
           ADD 1 WS-LGL-HIGH-SEQ GIVING LGL-SEQ
           MOVE WS-ESTATE-REF    TO LGL-ORDER-REF
           SET LGL-FREEZE-FULL   TO TRUE
           MOVE ZERO             TO LGL-AMOUNT
           MOVE WS-DATE-R        TO LGL-EFFECTIVE-DATE
           MOVE SPACES           TO LGL-EXPIRY-DATE
           SET LGL-STATUS-ACTIVE TO TRUE

           WRITE WBLGL-RECORD
           MOVE    'ERROR WRITING WBLEGLDB' TO ERR-MSG
           PERFORM 9997-LGL-ERR-CHK       THRU 9997-EXIT
           ADD 1 TO WS-FREEZE-COUNT

           MOVE WS-DEC-ID (WS-PRIM-IDX) TO WS-A-ID
           MOVE ACCOUNT-NUMBER          TO WS-A-KEY
           MOVE LGL-SEQ                 TO WS-SEQ-DISPLAY
           MOVE SPACES                  TO WS-A-ACTION
           STRING 'FULL FREEZE PLACED - WBLEGLDB ORDER ' WS-SEQ-DISPLAY
                  DELIMITED BY SIZE INTO WS-A-ACTION
           PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-SCAN-ONE-ORDER.
           READ WBLEGLDB-FILE NEXT
              AT END
                 MOVE 'Y' TO SCAN-FLAG
                 GO TO 2210-EXIT
           END-READ

           IF LGL-SSN NOT = ACCOUNT-SSN
              OR LGL-ACCT-NUM NOT = ACCOUNT-NUMBER
              MOVE 'Y' TO SCAN-FLAG
              GO TO 2210-EXIT
           END-IF

           MOVE LGL-SEQ TO WS-LGL-HIGH-SEQ
           IF LGL-STATUS-ACTIVE AND LGL-FREEZE-FULL
              AND LGL-ORDER-REF = WS-ESTATE-REF
              SET FREEZE-IN-FORCE TO TRUE
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE JOINT SSN IS NOT PART OF THE KEY, SO THE DECEASED
      *    JOINT OWNER COMES OFF IN PLACE
      *-----------------------------------------------------------------
       2250-REMOVE-JOINT-OWNER.
           MOVE '2250-REMOVE-JOINT-OWNER' TO ERR-LOC

           MOVE SPACES TO ACCOUNT-JOINT-SSN
           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT
           ADD 1 TO WS-JOINT-COUNT

           MOVE WS-DEC-ID (WS-JOINT-IDX) TO WS-A-ID
           MOVE ACCOUNT-NUMBER           TO WS-A-KEY
           MOVE 'REMOVED AS JOINT OWNER'  TO WS-A-ACTION
           PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE DECEASED IS THE PRIMARY OWNER AND THE JOINT OWNER IS
      *    ALIVE - THE ACCOUNT BELONGS TO THE SURVIVOR AND STAYS
      *    OPEN, BUT IT IS KEYED UNDER THE DECEASED'S SSN AND MUST BE
      *    RETITLED AT THE BRANCH. LISTED ON THE FIRST RUN ONLY.
      *-----------------------------------------------------------------
       2300-LIST-RETITLE.
           MOVE '2300-LIST-RETITLE'      TO ERR-LOC

           IF NOT DEC-FIRST-RUN (WS-PRIM-IDX) OR ACCOUNT-CLOSED
              GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-RETITLE-COUNT
           MOVE '*****'                 TO WS-MASKED-SSN
           MOVE ACCOUNT-JOINT-SSN(6:4)  TO WS-MASKED-SSN(6:4)
           MOVE WS-DEC-ID (WS-PRIM-IDX) TO WS-A-ID
           MOVE ACCOUNT-NUMBER          TO WS-A-KEY
           MOVE SPACES                  TO WS-A-ACTION
           STRING 'NOT FROZEN - RETITLE TO SURVIVING JOINT OWNER '
                  WS-MASKED-SSN
                  DELIMITED BY SIZE INTO WS-A-ACTION
           PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WBCARDDB IS KEYED BY CARD NUMBER, SO THE WHOLE FILE IS
      *    PASSED ONCE AGAINST THE DECEDENT TABLE
      *-----------------------------------------------------------------
       2400-CARD-PASS.
           MOVE '2400-CARD-PASS'         TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'ATM CARDS'              TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-ACT-HEAD

           MOVE LOW-VALUES TO CRD-CARD-NUM
           START WBCARDDB-FILE KEY >= CRD-CARD-NUM
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2410-CHECK-ONE-CARD THRU 2410-EXIT
              UNTIL END-OF-FILE

           IF WS-CARD-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-CHECK-ONE-CARD.
           READ WBCARDDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2410-EXIT
           END-READ

           IF NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-BLOCKED
              AND NOT CRD-STATUS-PENDING
              GO TO 2410-EXIT
           END-IF

           MOVE CRD-SSN TO WS-LOOKUP-SSN
           PERFORM 8100-FIND-DECEDENT THRU 8100-EXIT
           IF NOT DEC-WAS-FOUND
              GO TO 2410-EXIT
           END-IF

           SET CRD-STATUS-HOT TO TRUE
           REWRITE WBCRD-RECORD
           MOVE    'ERROR REWRITING WBCARDDB' TO ERR-MSG
           PERFORM 9994-CRD-ERR-CHK         THRU 9994-EXIT
           ADD 1 TO WS-CARD-COUNT

           MOVE ALL '*'                 TO WS-MASKED-CARD
           MOVE CRD-CARD-NUM(13:4)      TO WS-MASKED-CARD(13:4)
           MOVE WS-DEC-ID (DEC-IDX)     TO WS-A-ID
           MOVE WS-MASKED-CARD          TO WS-A-KEY
           MOVE 'CARD HOT-LISTED'       TO WS-A-ACTION
           PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    STANDING ORDERS ARE KEYED BY THE PAYING SSN - EACH
      *    DECEDENT'S ORDERS ARE BROWSED DIRECTLY AND SUSPENDED SO
      *    STOPOST AND ACHORIG STOP EXECUTING THEM
      *-----------------------------------------------------------------
       2500-SUSPEND-STORDERS.
           MOVE '2500-SUSPEND-STORDERS'  TO ERR-LOC

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'STANDING ORDERS'        TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-ACT-HEAD

           PERFORM 2510-STORDERS-FOR-ONE THRU 2510-EXIT
              VARYING DEC-IDX FROM 1 BY 1
              UNTIL DEC-IDX > WS-DEC-COUNT

           IF WS-STO-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-STORDERS-FOR-ONE.
           MOVE 'N'                  TO SCAN-FLAG
           MOVE WS-DEC-SSN (DEC-IDX) TO STO-FROM-SSN
           MOVE LOW-VALUES           TO STO-FROM-ACCT-NUM
           START WBSTORD-FILE KEY >= STO-KEY
              INVALID KEY MOVE 'Y' TO SCAN-FLAG
           END-START

           PERFORM 2520-SUSPEND-ONE-ORDER THRU 2520-EXIT
              UNTIL SCAN-IS-DONE
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2520-SUSPEND-ONE-ORDER.
           READ WBSTORD-FILE NEXT
              AT END
                 MOVE 'Y' TO SCAN-FLAG
                 GO TO 2520-EXIT
           END-READ

           IF STO-FROM-SSN NOT = WS-DEC-SSN (DEC-IDX)
              MOVE 'Y' TO SCAN-FLAG
              GO TO 2520-EXIT
           END-IF

           IF NOT STO-STATUS-ACTIVE
              GO TO 2520-EXIT
           END-IF

           SET STO-STATUS-SUSPENDED TO TRUE
           REWRITE WBSTO-RECORD
           MOVE    'ERROR REWRITING WBSTORD' TO ERR-MSG
           PERFORM 9992-STO-ERR-CHK        THRU 9992-EXIT
           ADD 1 TO WS-STO-COUNT

           MOVE WS-DEC-ID (DEC-IDX)     TO WS-A-ID
           MOVE STO-FROM-ACCT-NUM       TO WS-A-KEY
           MOVE 'STANDING ORDER SUSPENDED' TO WS-A-ACTION
           PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
           .
       2520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ALERT SUBSCRIPTIONS ARE KEYED LIKE THE ACCOUNT - EACH
      *    DECEDENT'S ARE BROWSED DIRECTLY AND CANCELLED SO ALRTEVAL
      *    QUEUES NO MORE NOTICES
      *-----------------------------------------------------------------
       2600-CANCEL-ALERTS.
           MOVE '2600-CANCEL-ALERTS'     TO ERR-LOC

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'ALERT SUBSCRIPTIONS'    TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-ACT-HEAD

           PERFORM 2610-ALERTS-FOR-ONE THRU 2610-EXIT
              VARYING DEC-IDX FROM 1 BY 1
              UNTIL DEC-IDX > WS-DEC-COUNT

           IF WS-ALERT-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2610-ALERTS-FOR-ONE.
           MOVE 'N'                  TO SCAN-FLAG
           MOVE WS-DEC-SSN (DEC-IDX) TO ALR-SSN
           MOVE LOW-VALUES           TO ALR-ACCT-NUM
           MOVE ZERO                 TO ALR-SEQ
           START WBALRTDB-FILE KEY >= ALR-KEY
              INVALID KEY MOVE 'Y' TO SCAN-FLAG
           END-START

           PERFORM 2620-CANCEL-ONE-ALERT THRU 2620-EXIT
              UNTIL SCAN-IS-DONE
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2620-CANCEL-ONE-ALERT.
           READ WBALRTDB-FILE NEXT
              AT END
                 MOVE 'Y' TO SCAN-FLAG
                 GO TO 2620-EXIT
           END-READ

           IF ALR-SSN NOT = WS-DEC-SSN (DEC-IDX)
              MOVE 'Y' TO SCAN-FLAG
              GO TO 2620-EXIT
           END-IF

           IF NOT ALR-STATUS-ACTIVE
              GO TO 2620-EXIT
           END-IF

           SET ALR-STATUS-CANCELLED TO TRUE
           REWRITE WBALR-RECORD
           MOVE    'ERROR REWRITING WBALRTDB' TO ERR-MSG
           PERFORM 9991-ALR-ERR-CHK         THRU 9991-EXIT
           ADD 1 TO WS-ALERT-COUNT

           MOVE WS-DEC-ID (DEC-IDX)     TO WS-A-ID
           MOVE ALR-ACCT-NUM            TO WS-A-KEY
           MOVE ALR-SEQ                 TO WS-SEQ-DISPLAY
           MOVE SPACES                  TO WS-A-ACTION
           STRING 'ALERT ' WS-SEQ-DISPLAY ' CANCELLED'
                  DELIMITED BY SIZE INTO WS-A-ACTION
           PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
           .
       2620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A FIRST-RUN CUSTOMER IS MARKED PROCESSED, SO LATER RUNS
      *    ONLY LOOK AT EACH NIGHT'S NEW ACH POSTINGS, AND THE RUN IS
      *    TRACED ON THE AUDIT FILE UNDER THE CUSTOMER'S SSN
      *-----------------------------------------------------------------
       2700-MARK-PROCESSED.
           MOVE '2700-MARK-PROCESSED'    TO ERR-LOC

           IF NOT DEC-FIRST-RUN (DEC-IDX)
              GO TO 2700-EXIT
           END-IF

           MOVE WS-DEC-ID (DEC-IDX) TO CUSTOMER-ID
           READ WBCUSTDB-FILE
              INVALID KEY
                 DISPLAY 'ESTATE - CUSTOMER VANISHED MID-RUN: '
                         WS-DEC-ID (DEC-IDX)
                 MOVE 8 TO RETURN-CODE
                 GO TO 2700-EXIT
           END-READ

           SET CUSTOMER-ESTATE-PROCESSED TO TRUE
           REWRITE WBCUST-RECORD
           MOVE    'ERROR REWRITING WBCUSTDB' TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK        THRU 9995-EXIT

           MOVE WS-DEC-SSN (DEC-IDX) TO AUD-SSN
           MOVE SPACES           TO AUD-ACCT-NUM
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ     TO AUD-SEQ-NUM
           MOVE SPACES           TO AUD-TIME
           MOVE 'ESTATE  '       TO AUD-SOURCE-PGM
           MOVE SPACES           TO AUD-OPID
           MOVE SPACES           TO AUD-MESSAGE
           STRING 'ESTATE PROCESSING DONE FOR CUSTOMER '
                  WS-DEC-ID (DEC-IDX)
                  ' - DIED ' WS-DEC-DOD (DEC-IDX)
                  DELIMITED BY SIZE INTO AUD-MESSAGE

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-AUDIT-SEQ
                 MOVE WS-AUDIT-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-REPORT-TOTALS.
           MOVE '2900-REPORT-TOTALS'     TO ERR-LOC

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'RUN TOTALS'             TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE

           MOVE 'DECEASED CUSTOMERS ON FILE'  TO WS-C-LABEL
           MOVE WS-DEC-COUNT             TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE '  OF WHICH FIRST RUN'   TO WS-C-LABEL
           MOVE WS-FIRST-RUN-COUNT       TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'ACCOUNTS FROZEN'        TO WS-C-LABEL
           MOVE WS-FREEZE-COUNT          TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'JOINT OWNERS REMOVED'   TO WS-C-LABEL
           MOVE WS-JOINT-COUNT           TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'ACCOUNTS TO RETITLE'    TO WS-C-LABEL
           MOVE WS-RETITLE-COUNT         TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'CARDS HOT-LISTED'       TO WS-C-LABEL
           MOVE WS-CARD-COUNT            TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'STANDING ORDERS SUSPENDED' TO WS-C-LABEL
           MOVE WS-STO-COUNT             TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'ALERTS CANCELLED'       TO WS-C-LABEL
           MOVE WS-ALERT-COUNT           TO WS-C-COUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE 'ACH CREDITS LISTED'     TO WS-C-LABEL
           MOVE WS-ACH-COUNT             TO WS-C-COUNT
           MOVE WS-ACH-TOTAL             TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT           TO WS-C-AMOUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           MOVE '  OF WHICH FEDERAL TO RETURN' TO WS-C-LABEL
           MOVE WS-FED-COUNT             TO WS-C-COUNT
           MOVE WS-FED-TOTAL             TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT           TO WS-C-AMOUNT
           PERFORM 2910-WRITE-COUNT THRU 2910-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2910-WRITE-COUNT.
           WRITE RPT-OP-FIELDS FROM WS-COUNT-LINE
           MOVE    'ERROR WRITING TOTALS' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE SPACES TO WS-C-AMOUNT
           .
       2910-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT

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

           MOVE 'ESTATE'          TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-DEC-COUNT      TO RLG-IN-COUNT
           COMPUTE RLG-OUT-COUNT = WS-FREEZE-COUNT + WS-JOINT-COUNT
                                 + WS-CARD-COUNT + WS-STO-COUNT
                                 + WS-ALERT-COUNT
           MOVE WS-FED-COUNT      TO RLG-REJ-COUNT
           MOVE WS-ACH-TOTAL      TO RLG-DOLLAR-TOTAL
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
      *    LOOK UP WS-LOOKUP-SSN IN THE DECEDENT TABLE - DEC-IDX
      *    POINTS AT THE ENTRY WHEN FOUND
       8100-FIND-DECEDENT.
           MOVE 'N' TO DEC-FOUND-FLAG
           IF WS-LOOKUP-SSN = SPACES
              GO TO 8100-EXIT
           END-IF

           SET DEC-IDX TO 1
           SEARCH WS-DEC-ENTRY
              AT END CONTINUE
              WHEN DEC-IDX > WS-DEC-COUNT
                 CONTINUE
              WHEN WS-DEC-SSN (DEC-IDX) = WS-LOOKUP-SSN
                 SET DEC-WAS-FOUND TO TRUE
           END-SEARCH
           .
       8100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8200-WRITE-ACTION.
           WRITE RPT-OP-FIELDS FROM WS-ACT-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       8200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - ROLLFWD
      *    REPLAYS THESE IMAGES ON TOP OF A BKUPREST RELOAD. THE
      *    JOURNAL IS BEST-EFFORT: A REGION WITHOUT THE DATASET
      *    POSTS ON WITHOUT IT.
       8700-JOURNAL-ACCT.
           IF RCVJRN-STAT NOT = 0
              GO TO 8700-EXIT
           END-IF
           MOVE SPACES        TO WBJRN-RECORD
           MOVE WS-DATE-R     TO JRN-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO JRN-TIME
           MOVE 'WBACCTDB'    TO JRN-FILE-ID
           SET  JRN-ACTION-REPLACE TO TRUE
           MOVE ERR-PGM       TO JRN-SOURCE-PGM
           MOVE WBACCT-RECORD TO JRN-IMAGE
           WRITE WBJRN-RECORD
           .
       8700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-ALR-ERR-CHK.
           MOVE WBALRTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBALRTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBALRTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO SCAN-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ALR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ALR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ALR-VSAM-REASON-CODE
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
       9992-STO-ERR-CHK.
           MOVE WBSTORD-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBSTORD-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBSTORD-FILE-STATUS = '10'
                    MOVE 'Y' TO SCAN-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE STO-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE STO-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE STO-VSAM-REASON-CODE
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
       9993-AUD-ERR-CHK.
           MOVE WBAUDTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBAUDTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE AUD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE AUD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE AUD-VSAM-REASON-CODE
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
       9994-CRD-ERR-CHK.
           MOVE WBCARDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCARDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCARDDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CRD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CRD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CRD-VSAM-REASON-CODE
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
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCUSTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

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
       9996-TXN-ERR-CHK.
           MOVE WBTXNDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBTXNDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBTXNDB-FILE-STATUS = '10'
                    MOVE 'Y' TO SCAN-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE TXN-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE TXN-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE TXN-VSAM-REASON-CODE
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
       9996-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-LGL-ERR-CHK.
           MOVE WBLEGLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBLEGLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBLEGLDB-FILE-STATUS = '10'
                    MOVE 'Y' TO SCAN-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE LGL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE LGL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE LGL-VSAM-REASON-CODE
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
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBACCTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

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
