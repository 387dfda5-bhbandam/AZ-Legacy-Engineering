      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. MAJCONV.
      ****************************************************************
      * Nightly custodial (UTMA) age-of-majority run. Every active   *
      * designation on WBCSDDB-DD (written by WGRVCSTD) is checked   *
      * against the minor's date of birth on WBCIPDB-DD. The day the *
      * majority date comes within the notice window (60 days by     *
      * default, PARMIN-overridable) a conversion notice is queued   *
      * on NTFQUEUE-DD to both the minor and the custodian; on the   *
      * majority date itself the account on WBACCTDB-DD is retitled  *
      * to the minor (the custodial ownership flag is cleared - the  *
      * account is already held under the minor's SSN), journaled on *
      * RCVJRNL-DD and traced on WBAUDTDB-DD, and the designation is *
      * marked converted. A designation whose account has closed is  *
      * ended. A minor with no readable date of birth is listed as   *
      * an exception for the branch to capture on WGRVCIP.           *
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
           SELECT WBCSDDB-FILE
               ASSIGN       TO WBCSDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CSD-KEY
               FILE STATUS  IS WBCSDDB-FILE-STATUS WBCSDDB-VSAM-CODE.

           SELECT WBCIPDB-FILE
               ASSIGN       TO WBCIPDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CIP-CUST-ID
               FILE STATUS  IS WBCIPDB-FILE-STATUS WBCIPDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBAUDTDB-FILE
               ASSIGN       TO WBAUDTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-KEY
               FILE STATUS  IS WBAUDTDB-FILE-STATUS WBAUDTDB-VSAM-CODE.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.

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

       FD  WBCSDDB-FILE.
           COPY WBCSDREC.

       FD  WBCIPDB-FILE.
           COPY WBCIPREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

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
           05 FILLER                     PIC X(01).
      *    NOTICE WINDOW IN DAYS BEFORE THE MAJORITY DATE (DEFAULT 60)
           05 PARM-NOTICE-DAYS           PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCSDDB-FILE-STATUS.
           05  STA-CSD-STAT1             PIC X(01).
           05  STA-CSD-STAT2             PIC X(01).
       01  WBCSDDB-VSAM-CODE.
           05 CSD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CSD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CSD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCIPDB-FILE-STATUS.
           05  STA-CIP-STAT1             PIC X(01).
           05  STA-CIP-STAT2             PIC X(01).
       01  WBCIPDB-VSAM-CODE.
           05 CIP-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CIP-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CIP-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

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
              10 FILLER        PIC X(42)  VALUE SPACES.
              10 FILLER        PIC X(42)  VALUE
                  'CUSTODIAL ACCOUNT AGE-OF-MAJORITY REPORT'.
              10 FILLER        PIC X(37)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(12)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(11)  VALUE 'MINOR SSN'.
              10 FILLER        PIC X(12)  VALUE 'MINOR'.
              10 FILLER        PIC X(12)  VALUE 'CUSTODIAN'.
              10 FILLER        PIC X(05)  VALUE 'AGE'.
              10 FILLER        PIC X(12)  VALUE 'MAJORITY'.
              10 FILLER        PIC X(08)  VALUE '  DAYS'.
              10 FILLER        PIC X(30)  VALUE 'ACTION'.
              10 FILLER        PIC X(30)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-ACCT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-MINOR    PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CUSTODIAN PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-AGE      PIC Z9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-MAJ-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DAYS     PIC -ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(30).
              10 FILLER        PIC X(30)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DESIGNATIONS CHECKED      :'.
              10 WS-TR-CSD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CONVERSION NOTICES QUEUED :'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS RETITLED         :'.
              10 WS-TR-CONV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DESIGNATIONS ENDED        :'.
              10 WS-TR-END-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NO DATE OF BIRTH          :'.
              10 WS-TR-EXC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-NOTICE-DAYS           PIC 9(03)     VALUE 60.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-MAJ-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-MAJ-DATE-PARTS REDEFINES WS-MAJ-DATE-NUM.
              10 WS-MAJ-YYYY           PIC 9(04).
              10 WS-MAJ-MM             PIC 9(02).
              10 WS-MAJ-DD             PIC 9(02).
           05 WS-MAJ-DATE-ISO          PIC X(10)     VALUE SPACES.
           05 WS-DAYS-TO-MAJORITY      PIC S9(05)    VALUE ZERO.
           05 WS-LEAP-QUOTIENT         PIC 9(04)     VALUE ZERO.
           05 WS-LEAP-REM-4            PIC 9(03)     VALUE ZERO.
           05 WS-LEAP-REM-100          PIC 9(03)     VALUE ZERO.
           05 WS-LEAP-REM-400          PIC 9(03)     VALUE ZERO.
           05 WS-AUDIT-SEQ             PIC 9(10)     VALUE ZERO.
           05 WS-TOTAL-CSD-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NOTICE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CONVERT-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-ENDED-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-EXCEPT-COUNT    PIC 9(07)     VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'MAJCONV'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CIP-FILE-FLAG    PIC X(01)  VALUE 'N'.
              88 CIP-FILE-IS-OPEN         VALUE 'Y'.
           05 DOB-FLAG         PIC X(01)  VALUE 'N'.
              88 DOB-IS-KNOWN             VALUE 'Y'.
           05 CSD-CHANGED-FLAG PIC X(01)  VALUE 'N'.
              88 CSD-WAS-CHANGED          VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM GIVES NOTICE OF, AND THEN CARRIES OUT, THE
      * RETITLING OF EACH CUSTODIAL ACCOUNT TO THE MINOR WHEN THEY
      * REACH THE AGE OF MAJORITY.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBCSDDB-FILE
           MOVE       'ERROR OPENING WBCSDDB'    TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT
           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9996-ACCT-ERR-CHK           THRU 9996-EXIT
           OPEN I-O WBAUDTDB-FILE
           MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
           PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT

           PERFORM 2000-PROCESS-ALL-DESIGNATIONS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBCSDDB-FILE
           MOVE      'ERROR CLOSING WBCSDDB'  TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBACCTDB-FILE
           CLOSE WBAUDTDB-FILE

           IF CIP-FILE-IS-OPEN
              CLOSE WBCIPDB-FILE
           END-IF

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT

      *    A MINOR WITH NO DATE OF BIRTH CAN NEVER BE CONVERTED -
      *    THE WARNING RC MAKES SURE OPERATIONS SEES THE EXCEPTION
           IF WS-TOTAL-EXCEPT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           MOVE WS-DATE-R(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

      *    A REGION WITHOUT THE CIP FILE STILL RUNS - EVERY ACTIVE
      *    DESIGNATION THEN REPORTS AS HAVING NO DATE OF BIRTH
           OPEN INPUT WBCIPDB-FILE
           IF WBCIPDB-FILE-STATUS = '00'
              SET CIP-FILE-IS-OPEN TO TRUE
           END-IF

      *    THE NOTIFICATION QUEUE IS A SHARED DATASET APPENDED TO BY
      *    EVERY BATCH WRITER - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

      *    THE FORWARD-RECOVERY JOURNAL IS A SHARED DATASET APPENDED
      *    TO BY EVERY UPDATER - A FIRST-EVER RUN CREATES IT. A
      *    REGION WITHOUT THE DATASET POSTS ON WITHOUT JOURNALING.
           OPEN EXTEND JRN-OP
           IF RCVJRN-STAT = 35
              OPEN OUTPUT JRN-OP
           END-IF

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
              IF PARM-NOTICE-DAYS IS NUMERIC
                 AND PARM-NOTICE-DAYS > 0
                 MOVE PARM-NOTICE-DAYS    TO WS-NOTICE-DAYS
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT; THE PARM RUN DATE STILL
      *    OVERRIDES BOTH FOR BACKDATED RERUNS
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
       2000-PROCESS-ALL-DESIGNATIONS.
           MOVE '2000-PROCESS-ALL-DESIG' TO ERR-LOC

           READ WBCSDDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           MOVE 'ERROR READING WBCSDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK   THRU 9999-EXIT

           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

      *    CONVERTED AND ENDED DESIGNATIONS ARE KEPT FOR THE HISTORY
           IF NOT CSD-STATUS-ACTIVE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-CSD-COUNT
           MOVE SPACES TO WS-MAJ-DATE-ISO
           MOVE ZERO   TO WS-DAYS-TO-MAJORITY

      *    A CLOSED (OR VANISHED) ACCOUNT HAS NOTHING LEFT TO RETITLE
           MOVE CSD-SSN      TO ACCOUNT-SSN
           MOVE CSD-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WBACCTDB-FILE-STATUS NOT = '23'
              MOVE 'ERROR READING WBACCTDB' TO ERR-MSG
              PERFORM 9996-ACCT-ERR-CHK   THRU 9996-EXIT
           END-IF
           IF WBACCTDB-FILE-STATUS = '23' OR ACCOUNT-CLOSED
              PERFORM 2400-END-DESIGNATION THRU 2400-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FIND-MAJORITY-DATE THRU 2100-EXIT
           IF NOT DOB-IS-KNOWN
              ADD 1 TO WS-TOTAL-EXCEPT-COUNT
              MOVE 'NO DATE OF BIRTH - SEE WGRVCIP' TO WS-D-ACTION
              PERFORM 2650-WRITE-CSD-LINE THRU 2650-EXIT
              GO TO 2000-EXIT
           END-IF

      *    THE NOTICE GOES ONCE, AS SOON AS THE MAJORITY DATE IS IN
      *    THE WINDOW - OR ON THE DAY ITSELF IF THE DESIGNATION WAS
      *    MADE TOO LATE FOR THE WINDOW. BOTH STEPS CAN FALL IN ONE
      *    RUN, SO THE DESIGNATION IS REWRITTEN ONCE AFTERWARDS.
           MOVE 'N' TO CSD-CHANGED-FLAG
           IF WS-DAYS-TO-MAJORITY <= WS-NOTICE-DAYS
              AND CSD-NOTICE-DATE = SPACES
              PERFORM 2200-QUEUE-NOTICES THRU 2200-EXIT
           END-IF

           IF WS-DAYS-TO-MAJORITY <= 0
              PERFORM 2300-CONVERT-ACCOUNT THRU 2300-EXIT
           END-IF

           IF CSD-WAS-CHANGED
              REWRITE WBCSD-RECORD
              MOVE 'ERROR REWRITING WBCSDDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK     THRU 9999-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE MAJORITY DATE IS THE MINOR'S BIRTHDAY IN THE YEAR THEY
      *    REACH THE DESIGNATION'S AGE - A 29 FEBRUARY BIRTHDAY FALLS
      *    ON 1 MARCH IN A COMMON YEAR
       2100-FIND-MAJORITY-DATE.
           MOVE '2100-FIND-MAJORITY' TO ERR-LOC
           MOVE 'N' TO DOB-FLAG

           IF NOT CIP-FILE-IS-OPEN
              GO TO 2100-EXIT
           END-IF

           MOVE CSD-MINOR-CUST-ID TO CIP-CUST-ID
           READ WBCIPDB-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WBCIPDB-FILE-STATUS = '23'
              GO TO 2100-EXIT
           END-IF
           MOVE 'ERROR READING WBCIPDB' TO ERR-MSG
           PERFORM 9997-CIP-ERR-CHK    THRU 9997-EXIT

           MOVE CIP-BIRTH-DATE(1:4) TO WS-MAJ-DATE-NUM(1:4)
           MOVE CIP-BIRTH-DATE(6:2) TO WS-MAJ-DATE-NUM(5:2)
           MOVE CIP-BIRTH-DATE(9:2) TO WS-MAJ-DATE-NUM(7:2)
           IF WS-MAJ-DATE-NUM IS NOT NUMERIC
              OR WS-MAJ-MM < 01 OR WS-MAJ-MM > 12
              OR WS-MAJ-DD < 01 OR WS-MAJ-DD > 31
              GO TO 2100-EXIT
           END-IF

           ADD CSD-MAJORITY-AGE TO WS-MAJ-YYYY
           IF WS-MAJ-MM = 02 AND WS-MAJ-DD = 29
              DIVIDE WS-MAJ-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
                                        REMAINDER WS-LEAP-REM-4
              DIVIDE WS-MAJ-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                                        REMAINDER WS-LEAP-REM-100
              DIVIDE WS-MAJ-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                                        REMAINDER WS-LEAP-REM-400
              IF WS-LEAP-REM-4 NOT = 0
                 OR (WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0)
                 MOVE 03 TO WS-MAJ-MM
                 MOVE 01 TO WS-MAJ-DD
              END-IF
           END-IF

           STRING WS-MAJ-DATE-NUM(1:4) '-'
                  WS-MAJ-DATE-NUM(5:2) '-'
                  WS-MAJ-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-MAJ-DATE-ISO
           COMPUTE WS-DAYS-TO-MAJORITY =
              FUNCTION INTEGER-OF-DATE(WS-MAJ-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE 'Y' TO DOB-FLAG
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE NOTICE TO THE MINOR (UNDER THE ACCOUNT) AND ONE TO THE
      *    CUSTODIAN, THEN THE DESIGNATION REMEMBERS IT WAS SENT
       2200-QUEUE-NOTICES.
           MOVE '2200-QUEUE-NOTICES' TO ERR-LOC

           MOVE CSD-SSN        TO NTF-SSN
           MOVE CSD-ACCT-NUM   TO NTF-ACCT-NUM
           MOVE WS-DATE-R      TO NTF-DATE
           SET  NTF-TYPE-MAJORITY TO TRUE
           MOVE SPACES         TO NTF-TEXT
           STRING 'CUSTODIAL ACCOUNT RETITLES TO THE MINOR ON '
                  WS-MAJ-DATE-ISO DELIMITED BY SIZE
                  INTO NTF-TEXT
           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT

           MOVE CSD-CUSTODIAN-SSN TO NTF-SSN
           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT

           MOVE WS-DATE-R      TO CSD-NOTICE-DATE
           SET CSD-WAS-CHANGED TO TRUE

           ADD 1 TO WS-TOTAL-NOTICE-COUNT
           MOVE 'CONVERSION NOTICE QUEUED' TO WS-D-ACTION
           PERFORM 2650-WRITE-CSD-LINE THRU 2650-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE ACCOUNT IS ALREADY HELD UNDER THE MINOR'S SSN, SO THE
      *    RETITLE IS THE OWNERSHIP FLAG COMING OFF IN PLACE
       2300-CONVERT-ACCOUNT.
           MOVE '2300-CONVERT-ACCOUNT' TO ERR-LOC

           SET ACCOUNT-OWNER-INDIVIDUAL TO TRUE
           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9996-ACCT-ERR-CHK        THRU 9996-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           SET  CSD-STATUS-CONVERTED TO TRUE
           MOVE WS-DATE-R      TO CSD-CONVERTED-DATE
           SET CSD-WAS-CHANGED TO TRUE

           MOVE SPACES TO AUD-MESSAGE
           STRING 'CUSTODIAL ACCOUNT RETITLED TO MINOR '
                  CSD-MINOR-CUST-ID
                  ' FROM CUSTODIAN ' CSD-CUSTODIAN-CUST-ID
                  DELIMITED BY SIZE INTO AUD-MESSAGE
           PERFORM 8600-WRITE-AUDIT THRU 8600-EXIT

           ADD 1 TO WS-TOTAL-CONVERT-COUNT
           MOVE 'RETITLED TO THE MINOR' TO WS-D-ACTION
           PERFORM 2650-WRITE-CSD-LINE THRU 2650-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-END-DESIGNATION.
           MOVE '2400-END-DESIGNATION' TO ERR-LOC

           SET  CSD-STATUS-ENDED TO TRUE
           MOVE WS-DATE-R      TO CSD-CONVERTED-DATE
           REWRITE WBCSD-RECORD
           MOVE 'ERROR REWRITING WBCSDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK     THRU 9999-EXIT

           MOVE SPACES TO AUD-MESSAGE
           STRING 'CUSTODIAL DESIGNATION ENDED - ACCOUNT CLOSED'
                  DELIMITED BY SIZE INTO AUD-MESSAGE
           PERFORM 8600-WRITE-AUDIT THRU 8600-EXIT

           ADD 1 TO WS-TOTAL-ENDED-COUNT
           MOVE 'ENDED - ACCOUNT CLOSED' TO WS-D-ACTION
           PERFORM 2650-WRITE-CSD-LINE THRU 2650-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2650-WRITE-CSD-LINE.
           MOVE CSD-ACCT-NUM          TO WS-D-ACCT
           MOVE CSD-SSN               TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN         TO WS-D-SSN
           MOVE CSD-MINOR-CUST-ID     TO WS-D-MINOR
           MOVE CSD-CUSTODIAN-CUST-ID TO WS-D-CUSTODIAN
           MOVE CSD-MAJORITY-AGE      TO WS-D-AGE
           MOVE WS-MAJ-DATE-ISO       TO WS-D-MAJ-DATE
           MOVE WS-DAYS-TO-MAJORITY   TO WS-D-DAYS

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-CSD-COUNT      TO WS-TR-CSD-CNT
           MOVE WS-TOTAL-NOTICE-COUNT   TO WS-TR-NTF-CNT
           MOVE WS-TOTAL-CONVERT-COUNT  TO WS-TR-CONV-CNT
           MOVE WS-TOTAL-ENDED-COUNT    TO WS-TR-END-CNT
           MOVE WS-TOTAL-EXCEPT-COUNT   TO WS-TR-EXC-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT
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

           MOVE 'MAJCONV'  TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-CSD-COUNT     TO RLG-IN-COUNT
           MOVE WS-TOTAL-CONVERT-COUNT TO RLG-OUT-COUNT
           MOVE WS-TOTAL-EXCEPT-COUNT  TO RLG-REJ-COUNT
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
      *    MASK AN SSN TO ITS LAST FOUR DIGITS FOR PRINTING
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TRACE THE CHANGE ON THE AUDIT FILE UNDER THE MINOR'S SSN
      *    AND THE ACCOUNT - AUD-MESSAGE IS SET BY THE CALLER
       8600-WRITE-AUDIT.
           MOVE CSD-SSN          TO AUD-SSN
           MOVE CSD-ACCT-NUM     TO AUD-ACCT-NUM
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ     TO AUD-SEQ-NUM
           MOVE SPACES           TO AUD-TIME
           MOVE 'MAJCONV '       TO AUD-SOURCE-PGM
           MOVE SPACES           TO AUD-OPID

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-AUDIT-SEQ
                 MOVE WS-AUDIT-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       8600-EXIT.
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
       9993-NTF-ERR-CHK.
           EVALUATE TRUE
               WHEN NTFQUE-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' NTFQUE-STAT
                    STOP RUN
           END-EVALUATE
           .
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-AUD-ERR-CHK.
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
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-ACCT-ERR-CHK.
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
       9996-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-CIP-ERR-CHK.
           MOVE WBCIPDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCIPDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CIP-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CIP-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CIP-VSAM-REASON-CODE
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
           MOVE WBCSDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCSDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCSDDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CSD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CSD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CSD-VSAM-REASON-CODE
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
