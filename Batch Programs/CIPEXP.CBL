      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CIPEXP.
      ****************************************************************
      * Monthly customer-identification (CIP) expiry run. Every      *
      * living customer on WBCUSTDB-DD is matched to the WBCIPDB-DD  *
      * record captured by WGRVADDC / WTIADDC (or WGRVCIP). Each ID  *
      * document already expired, or expiring within the warning     *
      * window (60 days by default, PARMIN-overridable), is listed   *
      * with the days remaining, and the customer is sent one        *
      * refresh-request notice on NTFQUEUE-DD - repeated every month *
      * until the new document is recorded on WGRVCIP. A customer    *
      * with no CIP record at all (added before it was captured) is  *
      * listed too, the way KYCVAR lists missing profiles. Documents *
      * with no expiry never report.                                 *
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
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT WBCIPDB-FILE
               ASSIGN       TO WBCIPDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CIP-CUST-ID
               FILE STATUS  IS WBCIPDB-FILE-STATUS WBCIPDB-VSAM-CODE.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

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

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBCIPDB-FILE.
           COPY WBCIPREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

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
      *    WARNING WINDOW IN DAYS (DEFAULT 60)
           05 PARM-WARN-DAYS             PIC 9(03).
           05 FILLER                     PIC X(66).

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

       01  WBCIPDB-FILE-STATUS.
           05  STA-CIP-STAT1             PIC X(01).
           05  STA-CIP-STAT2             PIC X(01).
       01  WBCIPDB-VSAM-CODE.
           05 CIP-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CIP-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CIP-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
                  'CUSTOMER IDENTIFICATION EXPIRY REPORT'.
              10 FILLER        PIC X(37)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(32)  VALUE 'NAME'.
              10 FILLER        PIC X(09)  VALUE 'DOCUMENT'.
              10 FILLER        PIC X(04)  VALUE 'ID'.
              10 FILLER        PIC X(12)  VALUE 'ISSUER'.
              10 FILLER        PIC X(12)  VALUE 'EXPIRES'.
              10 FILLER        PIC X(08)  VALUE '  DAYS'.
              10 FILLER        PIC X(14)  VALUE 'FINDING'.
              10 FILLER        PIC X(18)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-CUST-ID  PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-NAME     PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DOC      PIC X(07).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ID-TYPE  PIC X(02).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ISSUER   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-EXPIRY   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DAYS     PIC -ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-FINDING  PIC X(14).
              10 FILLER        PIC X(18)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMERS CHECKED         :'.
              10 WS-TR-CUST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DOCUMENTS EXPIRED         :'.
              10 WS-TR-EXP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DOCUMENTS EXPIRING        :'.
              10 WS-TR-SOON-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REFRESH NOTICES QUEUED    :'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMERS WITH NO CIP     :'.
              10 WS-TR-NOCIP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-WARN-DAYS             PIC 9(03)     VALUE 60.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-EXPIRY-DATE-NUM       PIC 9(08)     VALUE ZERO.
           05 WS-DAYS-REMAINING        PIC S9(05)    VALUE ZERO.
           05 WS-CHK-EXPIRY            PIC X(10)     VALUE SPACES.
           05 WS-CHK-DOC               PIC X(07)     VALUE SPACES.
           05 WS-CHK-ID-TYPE           PIC X(02)     VALUE SPACES.
           05 WS-CHK-ISSUER            PIC X(10)     VALUE SPACES.
           05 WS-TOTAL-CUST-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-EXPIRED-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-EXPIRING-COUNT  PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NOTICE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NOCIP-COUNT     PIC 9(07)     VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'CIPEXP'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CIP-FILE-FLAG    PIC X(01)  VALUE 'N'.
              88 CIP-FILE-IS-OPEN         VALUE 'Y'.
           05 DOC-FINDING-FLAG PIC X(01)  VALUE 'N'.
              88 DOC-NEEDS-REFRESH        VALUE 'E' 'S'.
              88 DOC-HAS-EXPIRED          VALUE 'E'.
              88 DOC-EXPIRES-SOON         VALUE 'S'.
           05 CUST-NOTICE-FLAG PIC X(01)  VALUE 'N'.
              88 CUST-NEEDS-NOTICE        VALUE 'E' 'S'.
              88 CUST-HAS-EXPIRED-DOC     VALUE 'E'.
              88 CUST-HAS-EXPIRING-DOC    VALUE 'S'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM LISTS THE CUSTOMER IDENTIFICATION DOCUMENTS
      * EXPIRED OR ABOUT TO EXPIRE AND QUEUES A REFRESH REQUEST TO
      * EACH CUSTOMER CONCERNED.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT WBCUSTDB-FILE
           MOVE       'ERROR OPENING WBCUSTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           PERFORM 2000-PROCESS-ALL-CUSTOMERS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE      'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           IF CIP-FILE-IS-OPEN
              CLOSE WBCIPDB-FILE
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT

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

      *    A REGION WITHOUT THE CIP FILE STILL RUNS - EVERY CUSTOMER
      *    THEN REPORTS AS HAVING NO CIP RECORD
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
              IF PARM-WARN-DAYS IS NUMERIC
                 AND PARM-WARN-DAYS > 0
                 MOVE PARM-WARN-DAYS      TO WS-WARN-DAYS
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
       2000-PROCESS-ALL-CUSTOMERS.
           MOVE '2000-PROCESS-ALL-CUSTOMERS' TO ERR-LOC

           READ WBCUSTDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           MOVE 'ERROR READING WBCUSTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK   THRU 9999-EXIT

           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

      *    A DECEASED CUSTOMER'S IDENTIFICATION IS NOT REFRESHED -
      *    THE ESTATE RUN HAS ALREADY STOPPED EVERYTHING IN THE NAME
           IF NOT CUSTOMER-IS-LIVING
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-CUST-COUNT

           IF NOT CIP-FILE-IS-OPEN
              PERFORM 2900-REPORT-NO-CIP THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE CUSTOMER-ID TO CIP-CUST-ID
           READ WBCIPDB-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WBCIPDB-FILE-STATUS = '23'
              PERFORM 2900-REPORT-NO-CIP THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE 'ERROR READING WBCIPDB' TO ERR-MSG
           PERFORM 9997-CIP-ERR-CHK    THRU 9997-EXIT

           MOVE 'N' TO CUST-NOTICE-FLAG

           MOVE 'PRIMARY'           TO WS-CHK-DOC
           MOVE CIP-PRI-ID-TYPE     TO WS-CHK-ID-TYPE
           MOVE CIP-PRI-ID-ISSUER   TO WS-CHK-ISSUER
           MOVE CIP-PRI-ID-EXPIRY   TO WS-CHK-EXPIRY
           PERFORM 2100-CHECK-DOCUMENT THRU 2100-EXIT

           IF NOT CIP-SEC-ID-NONE
              MOVE 'SECOND'            TO WS-CHK-DOC
              MOVE CIP-SEC-ID-TYPE     TO WS-CHK-ID-TYPE
              MOVE CIP-SEC-ID-ISSUER   TO WS-CHK-ISSUER
              MOVE CIP-SEC-ID-EXPIRY   TO WS-CHK-EXPIRY
              PERFORM 2100-CHECK-DOCUMENT THRU 2100-EXIT
           END-IF

           IF CUST-NEEDS-NOTICE
              PERFORM 2200-QUEUE-NOTICE THRU 2200-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A DOCUMENT IS REPORTED ONCE IT HAS EXPIRED OR WILL WITHIN
      *    THE WARNING WINDOW. A BLANK EXPIRY NEVER EXPIRES.
       2100-CHECK-DOCUMENT.
           MOVE '2100-CHECK-DOCUMENT' TO ERR-LOC
           MOVE 'N' TO DOC-FINDING-FLAG

           IF WS-CHK-EXPIRY = SPACES
              GO TO 2100-EXIT
           END-IF

           MOVE WS-CHK-EXPIRY(1:4) TO WS-EXPIRY-DATE-NUM(1:4)
           MOVE WS-CHK-EXPIRY(6:2) TO WS-EXPIRY-DATE-NUM(5:2)
           MOVE WS-CHK-EXPIRY(9:2) TO WS-EXPIRY-DATE-NUM(7:2)

      *    AN UNREADABLE EXPIRY CANNOT BE TRUSTED - IT IS LISTED AS
      *    EXPIRED SO THE DOCUMENT IS SEEN AGAIN AT THE BRANCH
           IF WS-EXPIRY-DATE-NUM IS NOT NUMERIC
              OR WS-EXPIRY-DATE-NUM(5:2) < '01'
              OR WS-EXPIRY-DATE-NUM(5:2) > '12'
              OR WS-EXPIRY-DATE-NUM(7:2) < '01'
              OR WS-EXPIRY-DATE-NUM(7:2) > '31'
              MOVE ZERO TO WS-DAYS-REMAINING
              SET DOC-HAS-EXPIRED TO TRUE
              MOVE 'BAD EXPIRY'    TO WS-D-FINDING
           ELSE
              COMPUTE WS-DAYS-REMAINING =
                 FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              EVALUATE TRUE
                 WHEN WS-DAYS-REMAINING < 0
                    SET DOC-HAS-EXPIRED  TO TRUE
                    MOVE 'EXPIRED'       TO WS-D-FINDING
                 WHEN WS-DAYS-REMAINING <= WS-WARN-DAYS
                    SET DOC-EXPIRES-SOON TO TRUE
                    MOVE 'EXPIRING'      TO WS-D-FINDING
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF NOT DOC-NEEDS-REFRESH
              GO TO 2100-EXIT
           END-IF

           IF DOC-HAS-EXPIRED
              ADD 1 TO WS-TOTAL-EXPIRED-COUNT
              SET CUST-HAS-EXPIRED-DOC TO TRUE
           ELSE
              ADD 1 TO WS-TOTAL-EXPIRING-COUNT
              IF NOT CUST-HAS-EXPIRED-DOC
                 SET CUST-HAS-EXPIRING-DOC TO TRUE
              END-IF
           END-IF

           MOVE WS-CHK-DOC          TO WS-D-DOC
           MOVE WS-CHK-ID-TYPE      TO WS-D-ID-TYPE
           MOVE WS-CHK-ISSUER       TO WS-D-ISSUER
           MOVE WS-CHK-EXPIRY       TO WS-D-EXPIRY
           MOVE WS-DAYS-REMAINING   TO WS-D-DAYS
           PERFORM 2650-WRITE-CIP-LINE THRU 2650-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE NOTICE PER CUSTOMER HOWEVER MANY DOCUMENTS ARE DUE;
      *    IT COMES AGAIN NEXT MONTH UNTIL WGRVCIP RECORDS THE NEW ONE
       2200-QUEUE-NOTICE.
           MOVE '2200-QUEUE-NOTICE' TO ERR-LOC

           MOVE CUSTOMER-SSN   TO NTF-SSN
           MOVE SPACES         TO NTF-ACCT-NUM
           MOVE WS-DATE-R      TO NTF-DATE
           SET  NTF-TYPE-ID-REFRESH TO TRUE
           MOVE SPACES         TO NTF-TEXT
           IF CUST-HAS-EXPIRED-DOC
              MOVE 'ID ON FILE EXPIRED - PLEASE BRING A CURRENT ONE IN'
                TO NTF-TEXT
           ELSE
              MOVE 'ID ON FILE EXPIRES SOON - PLEASE BRING A NEW ONE IN'
                TO NTF-TEXT
           END-IF

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT

           ADD 1 TO WS-TOTAL-NOTICE-COUNT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2650-WRITE-CIP-LINE.
           MOVE CUSTOMER-ID          TO WS-D-CUST-ID
           MOVE CUSTOMER-SSN         TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN        TO WS-D-SSN
           MOVE CUSTOMER-NAME        TO WS-D-NAME

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    NO IDENTIFICATION ON FILE AT ALL - LISTED FOR THE BRANCH
      *    TO CAPTURE ON WGRVCIP; THERE IS NOTHING TO ASK THE
      *    CUSTOMER TO REFRESH, SO NO NOTICE
       2900-REPORT-NO-CIP.
           ADD 1 TO WS-TOTAL-NOCIP-COUNT
           MOVE SPACES          TO WS-D-DOC WS-D-ID-TYPE
                                   WS-D-ISSUER WS-D-EXPIRY
           MOVE ZERO            TO WS-D-DAYS
           MOVE 'NO CIP RECORD' TO WS-D-FINDING
           PERFORM 2650-WRITE-CIP-LINE THRU 2650-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-CUST-COUNT     TO WS-TR-CUST-CNT
           MOVE WS-TOTAL-EXPIRED-COUNT  TO WS-TR-EXP-CNT
           MOVE WS-TOTAL-EXPIRING-COUNT TO WS-TR-SOON-CNT
           MOVE WS-TOTAL-NOTICE-COUNT   TO WS-TR-NTF-CNT
           MOVE WS-TOTAL-NOCIP-COUNT    TO WS-TR-NOCIP-CNT
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

           MOVE 'CIPEXP'   TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-CUST-COUNT   TO RLG-IN-COUNT
           MOVE WS-TOTAL-NOTICE-COUNT TO RLG-OUT-COUNT
           MOVE WS-TOTAL-NOCIP-COUNT  TO RLG-REJ-COUNT
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
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
