      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. RETNEXP.
      ****************************************************************
      * Records-retention expiry. Reads the manifests of every       *
      * archive generation still catalogued - each DD concatenates   *
      * all generations of one record class:                         *
      *   AUDMANIN-DD  AUDARCH audit archive manifests               *
      *   TXNMANIN-DD  TXNARCH transaction history manifests         *
      *   STMMANIN-DD  statement archive manifests (STMTGEN and      *
      *                LNDISCL)                                      *
      *   BKPMANIN-DD  BKUPREST backup image manifests               *
      * and applies the retention schedule for the class (days from  *
      * the newest record in the generation, PARMIN-overridable). A  *
      * generation past retention is scratched unless it holds data  *
      * for an SSN or account under an active legal order on         *
      * WBLEGLDB-DD, an open suspicious-activity case on WBSARDB-DD  *
      * or an open dispute on WBCASEDB-DD. A backup image holds the  *
      * whole database, so any hold on file keeps every backup past  *
      * retention; so does an older manifest written without its     *
      * subject records. Scratched generations go to SCRLIST-DD for  *
      * operations to delete the archive and manifest datasets, and  *
      * RPTOUT-DD is the certificate of destruction: each generation *
      * past retention with its date range, record count and         *
      * disposition. A hold file that cannot be read stops all       *
      * scratching for the run (RC=8).                               *
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
           SELECT WBLEGLDB-FILE
               ASSIGN       TO WBLEGLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS LGL-KEY
               FILE STATUS  IS WBLEGLDB-FILE-STATUS WBLEGLDB-VSAM-CODE.

           SELECT WBSARDB-FILE
               ASSIGN       TO WBSARDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SAR-KEY
               FILE STATUS  IS WBSARDB-FILE-STATUS WBSARDB-VSAM-CODE.

           SELECT WBCASEDB-FILE
               ASSIGN       TO WBCASEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CAS-KEY
               FILE STATUS  IS WBCASEDB-FILE-STATUS WBCASEDB-VSAM-CODE.

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

           SELECT AUDM-IP    ASSIGN TO AUDMANIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS AUDMANIN-STAT.

           SELECT TXNM-IP    ASSIGN TO TXNMANIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS TXNMANIN-STAT.

           SELECT STMM-IP    ASSIGN TO STMMANIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS STMMANIN-STAT.

           SELECT BKPM-IP    ASSIGN TO BKPMANIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS BKPMANIN-STAT.

           SELECT SCR-OP     ASSIGN TO SCRLIST
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS SCRLIST-STAT.

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

       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

       FD  WBSARDB-FILE.
           COPY WBSARREC.

       FD  WBCASEDB-FILE.
           COPY WBCASREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    ARCHIVE MANIFESTS - WBMANREC LAYOUT, READ INTO WORKING
      *    STORAGE SO ONE COPY OF THE FIELDS SERVES ALL THREE
       FD  AUDM-IP
           RECORD CONTAINS 80.
       01  AUDMAN-RECORD                 PIC X(80).

       FD  TXNM-IP
           RECORD CONTAINS 80.
       01  TXNMAN-RECORD                 PIC X(80).

       FD  STMM-IP
           RECORD CONTAINS 80.
       01  STMMAN-RECORD                 PIC X(80).

      *    BKUPREST MANIFEST - ONE RECORD PER FILE IMAGE IN THE BACKUP
       FD  BKPM-IP
           RECORD CONTAINS 80.
       01  BKPMAN-RECORD.
           05 BKM-GENERATION             PIC X(16).
           05 FILLER                     PIC X(01).
           05 BKM-FILE-ID                PIC X(08).
           05 FILLER                     PIC X(01).
           05 BKM-RECORD-COUNT           PIC 9(09).
           05 FILLER                     PIC X(01).
           05 BKM-CONTROL-TOTAL          PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
           05 FILLER                     PIC X(28).

      *    SCRATCH LIST - ONE RECORD PER GENERATION TO BE DELETED
       FD  SCR-OP
           RECORD CONTAINS 80.
       01  SCRLIST-RECORD.
           05 SCR-CLASS                  PIC X(08).
           05 FILLER                     PIC X(01).
           05 SCR-GENERATION             PIC X(16).
           05 FILLER                     PIC X(01).
           05 SCR-DATE-FROM              PIC X(10).
           05 FILLER                     PIC X(01).
           05 SCR-DATE-TO                PIC X(10).
           05 FILLER                     PIC X(01).
           05 SCR-RECORD-COUNT           PIC 9(09).
           05 FILLER                     PIC X(01).
           05 SCR-SCRATCH-DATE           PIC X(10).
           05 FILLER                     PIC X(12).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
      *    RETENTION IN DAYS BY RECORD CLASS - ZERO KEEPS THE DEFAULT
           05 PARM-AUDIT-DAYS            PIC 9(05).
           05 FILLER                     PIC X(01).
           05 PARM-TXN-DAYS              PIC 9(05).
           05 FILLER                     PIC X(01).
           05 PARM-STMT-DAYS             PIC 9(05).
           05 FILLER                     PIC X(01).
           05 PARM-BACKUP-DAYS           PIC 9(05).
           05 FILLER                     PIC X(46).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBLEGLDB-FILE-STATUS.
           05  STA-LGL-STAT1             PIC X(01).
           05  STA-LGL-STAT2             PIC X(01).
       01  WBLEGLDB-VSAM-CODE.
           05 LGL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 LGL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 LGL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBSARDB-FILE-STATUS.
           05  STA-SAR-STAT1             PIC X(01).
           05  STA-SAR-STAT2             PIC X(01).
       01  WBSARDB-VSAM-CODE.
           05 SAR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 SAR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 SAR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCASEDB-FILE-STATUS.
           05  STA-CAS-STAT1             PIC X(01).
           05  STA-CAS-STAT2             PIC X(01).
       01  WBCASEDB-VSAM-CODE.
           05 CAS-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CAS-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CAS-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      *    THE ARCHIVE MANIFEST RECORD BEING EXAMINED
           COPY WBMANREC.

      ****************************************************************
      *  ONE ENTRY PER SSN/ACCOUNT UNDER A LEGAL ORDER OR OPEN CASE,  *
      *  WITH THE SOURCE OF THE HOLD: L - LEGAL ORDER, S - SAR CASE,  *
      *  D - DISPUTE CASE                                             *
      ****************************************************************
       01  WS-HLD-TABLE.
           05 WS-HLD-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-HLD-ENTRY     OCCURS 5000 TIMES
                               INDEXED BY HLD-IDX.
              10 WS-HLD-SSN             PIC X(09).
              10 WS-HLD-ACCT            PIC X(10).
              10 WS-HLD-SOURCE          PIC X(01).

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(50)  VALUE
                    'RECORDS RETENTION - CERTIFICATE OF DESTRUCTION'.
              10 FILLER        PIC X(31)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(10)  VALUE 'CLASS'.
              10 FILLER        PIC X(18)  VALUE 'GENERATION'.
              10 FILLER        PIC X(12)  VALUE 'DATA FROM'.
              10 FILLER        PIC X(12)  VALUE 'DATA TO'.
              10 FILLER        PIC X(13)  VALUE '    RECORDS'.
              10 FILLER        PIC X(30)  VALUE 'DISPOSITION'.
              10 FILLER        PIC X(37)  VALUE SPACES.

           05 WS-SCHEDULE-LINE.
              10 WS-S-CLASS    PIC X(10).
              10 FILLER        PIC X(10)  VALUE ' RETAINED '.
              10 WS-S-DAYS     PIC ZZ,ZZ9.
              10 FILLER        PIC X(34)  VALUE
                                 ' DAYS - EXPIRES DATA DATED BEFORE '.
              10 WS-S-CUTOFF   PIC X(10).
              10 FILLER        PIC X(62)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-CLASS    PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-GEN      PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-FROM     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-TO       PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-COUNT    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DISP     PIC X(30).
              10 FILLER        PIC X(37)  VALUE SPACES.

           05 WS-MISSING-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-M-DDNAME   PIC X(08).
              10 FILLER        PIC X(30)  VALUE
                                    ' NOT AVAILABLE - NOT REVIEWED'.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-HOLD-MISSING-LINE.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-HM-DDNAME  PIC X(08).
              10 FILLER        PIC X(30)  VALUE
                                    ' NOT AVAILABLE - NO SCRATCHING'.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-CERT-1.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(122) VALUE
                 'I CERTIFY THAT THE GENERATIONS MARKED SCRATCHED ABOVE
      -          ' HAVE PASSED THEIR RETENTION PERIOD, ARE SUBJECT TO NO
      -          ' LEGAL ORDER'.

           05 WS-CERT-2.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(122) VALUE
                 'OR OPEN CASE, AND WERE DESTROYED BY SCRATCHING THE ARC
      -          'HIVE DATASET AND ITS MANIFEST.'.

           05 WS-CERT-3.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(122) VALUE
                 'DESTROYED BY: ______________________   DATE: _________
      -          '___   WITNESS: ______________________'.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'GENERATIONS REVIEWED      :'.
              10 WS-TR-REV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'STILL WITHIN RETENTION    :'.
              10 WS-TR-KEEP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HELD PAST RETENTION       :'.
              10 WS-TR-HELD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'GENERATIONS SCRATCHED     :'.
              10 WS-TR-SCR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RECORDS DESTROYED         :'.
              10 WS-TR-REC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SSN/ACCOUNTS UNDER HOLD   :'.
              10 WS-TR-HLD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
      *    DEFAULT RETENTION IN DAYS BY RECORD CLASS
           05 WS-AUDIT-DAYS            PIC 9(05)     VALUE 2555.
           05 WS-TXN-DAYS              PIC 9(05)     VALUE 2555.
           05 WS-STMT-DAYS             PIC 9(05)     VALUE 2555.
           05 WS-BACKUP-DAYS           PIC 9(05)     VALUE 90.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-WORK-NUM              PIC 9(08)     VALUE ZERO.
           05 WS-DATE-IN               PIC X(10)     VALUE SPACES.
           05 WS-DATE-ISO              PIC X(10)     VALUE SPACES.
      *    THE RECORD CLASS BEING REVIEWED
           05 WS-CLASS-CODE            PIC X(01)     VALUE SPACE.
              88 CLASS-AUDIT                         VALUE 'A'.
              88 CLASS-TXN                           VALUE 'T'.
              88 CLASS-STMT                          VALUE 'S'.
              88 CLASS-BACKUP                        VALUE 'B'.
           05 WS-CLASS-NAME            PIC X(08)     VALUE SPACES.
           05 WS-CLASS-DD              PIC X(08)     VALUE SPACES.
           05 WS-CLASS-DAYS            PIC 9(05)     VALUE ZERO.
           05 WS-CLASS-CUTOFF          PIC X(10)     VALUE SPACES.
           05 WS-MAN-STAT              PIC 9(02)     VALUE ZERO.
      *    THE GENERATION BEING ASSEMBLED FROM ITS MANIFEST RECORDS
           05 WS-WORK-GEN              PIC X(16)     VALUE SPACES.
           05 WS-GEN-ID                PIC X(16)     VALUE SPACES.
           05 WS-GEN-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-GEN-SUBJ-COUNT        PIC 9(09)     VALUE ZERO.
           05 WS-GEN-FROM              PIC X(10)     VALUE SPACES.
           05 WS-GEN-TO                PIC X(10)     VALUE SPACES.
           05 WS-GEN-AGE-DATE          PIC X(10)     VALUE SPACES.
           05 WS-GEN-HOLD-SOURCE       PIC X(01)     VALUE SPACE.
           05 WS-DISPOSITION           PIC X(30)     VALUE SPACES.
           05 WS-WORK-SSN              PIC X(09)     VALUE SPACES.
           05 WS-WORK-ACCT             PIC X(10)     VALUE SPACES.
           05 WS-WORK-SOURCE           PIC X(01)     VALUE SPACE.
           05 WS-TOTAL-REVIEW-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-KEEP-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-HELD-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SCRATCH-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RECORD-COUNT    PIC 9(09)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'RETNEXP'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 AUDMANIN-STAT    PIC 9(02)  VALUE ZERO.
           05 TXNMANIN-STAT    PIC 9(02)  VALUE ZERO.
           05 STMMANIN-STAT    PIC 9(02)  VALUE ZERO.
           05 BKPMANIN-STAT    PIC 9(02)  VALUE ZERO.
           05 SCRLIST-STAT     PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 HOLD-MISSING-FLAG PIC X(01) VALUE 'N'.
              88 HOLD-FILE-MISSING        VALUE 'Y'.
           05 GEN-SUMMARY-FLAG PIC X(01)  VALUE 'N'.
              88 GEN-SUMMARY-SEEN         VALUE 'Y'.
           05 HLD-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 HLD-ENTRY-FOUND          VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM EXPIRES ARCHIVE GENERATIONS PAST THEIR RETENTION
      * PERIOD, KEEPING ANY GENERATION UNDER A LEGAL ORDER OR OPEN
      * CASE, AND PRINTS THE CERTIFICATE OF DESTRUCTION.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 1100-LOAD-LEGAL-ORDERS  THRU 1100-EXIT
           PERFORM 1200-LOAD-SAR-CASES     THRU 1200-EXIT
           PERFORM 1300-LOAD-DISPUTES      THRU 1300-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-HEADER-LABEL

           MOVE 'A' TO WS-CLASS-CODE
           PERFORM 2000-REVIEW-CLASS THRU 2000-EXIT
           MOVE 'T' TO WS-CLASS-CODE
           PERFORM 2000-REVIEW-CLASS THRU 2000-EXIT
           MOVE 'S' TO WS-CLASS-CODE
           PERFORM 2000-REVIEW-CLASS THRU 2000-EXIT
           MOVE 'B' TO WS-CLASS-CODE
           PERFORM 2000-REVIEW-CLASS THRU 2000-EXIT

           PERFORM 3000-HOUSEKEEPING     THRU 3000-EXIT
           PERFORM 3100-WRITE-RUN-STATS  THRU 3100-EXIT
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

           OPEN OUTPUT SCR-OP
           MOVE    'ERROR OPENING SCRLIST'  TO ERR-MSG
           PERFORM 9997-SCR-ERR-CHK        THRU 9997-EXIT

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
              IF PARM-AUDIT-DAYS IS NUMERIC
                 AND PARM-AUDIT-DAYS > 0
                 MOVE PARM-AUDIT-DAYS     TO WS-AUDIT-DAYS
              END-IF
              IF PARM-TXN-DAYS IS NUMERIC
                 AND PARM-TXN-DAYS > 0
                 MOVE PARM-TXN-DAYS       TO WS-TXN-DAYS
              END-IF
              IF PARM-STMT-DAYS IS NUMERIC
                 AND PARM-STMT-DAYS > 0
                 MOVE PARM-STMT-DAYS      TO WS-STMT-DAYS
              END-IF
              IF PARM-BACKUP-DAYS IS NUMERIC
                 AND PARM-BACKUP-DAYS > 0
                 MOVE PARM-BACKUP-DAYS    TO WS-BACKUP-DAYS
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
      *    ORDERS STILL IN FORCE - ACTIVE AND NOT PAST THEIR EXPIRY.
      *    WITHOUT THE ORDERS FILE NOTHING CAN SAFELY BE SCRATCHED
       1100-LOAD-LEGAL-ORDERS.
           MOVE '1100-LOAD-LEGAL-ORDERS' TO ERR-LOC

           OPEN INPUT WBLEGLDB-FILE
           IF WBLEGLDB-FILE-STATUS NOT = '00'
              MOVE 'WBLEGLDB' TO WS-HM-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-HOLD-MISSING-LINE
              SET HOLD-FILE-MISSING TO TRUE
              GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1150-READ-ONE-ORDER THRU 1150-EXIT
              UNTIL END-OF-FILE

           CLOSE WBLEGLDB-FILE
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1150-READ-ONE-ORDER.
           READ WBLEGLDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1150-EXIT
           END-IF
           MOVE    'ERROR READING WBLEGLDB' TO ERR-MSG
           PERFORM 9995-LGL-ERR-CHK       THRU 9995-EXIT

           IF NOT LGL-STATUS-ACTIVE
              GO TO 1150-EXIT
           END-IF
           IF LGL-EXPIRY-DATE NOT = SPACES
              MOVE LGL-EXPIRY-DATE TO WS-DATE-IN
              PERFORM 8200-NORMALIZE-DATE THRU 8200-EXIT
              IF WS-DATE-ISO < WS-DATE-R
                 GO TO 1150-EXIT
              END-IF
           END-IF

           MOVE LGL-SSN      TO WS-WORK-SSN
           MOVE LGL-ACCT-NUM TO WS-WORK-ACCT
           MOVE 'L'          TO WS-WORK-SOURCE
           PERFORM 8050-ADD-HOLD THRU 8050-EXIT
           .
       1150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SAR CASES STILL BEING WORKED, OR FOUND REPORTABLE AND NOT
      *    YET FILED
       1200-LOAD-SAR-CASES.
           MOVE '1200-LOAD-SAR-CASES'    TO ERR-LOC

           OPEN INPUT WBSARDB-FILE
           IF WBSARDB-FILE-STATUS NOT = '00'
              MOVE 'WBSARDB'  TO WS-HM-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-HOLD-MISSING-LINE
              SET HOLD-FILE-MISSING TO TRUE
              GO TO 1200-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1250-READ-ONE-SAR THRU 1250-EXIT
              UNTIL END-OF-FILE

           CLOSE WBSARDB-FILE
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1250-READ-ONE-SAR.
           READ WBSARDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1250-EXIT
           END-IF
           MOVE    'ERROR READING WBSARDB' TO ERR-MSG
           PERFORM 9994-SAR-ERR-CHK      THRU 9994-EXIT

           IF SAR-STATUS-OPEN
              OR (SAR-STATUS-DISPOSITIONED AND SAR-DISP-REPORTABLE)
              CONTINUE
           ELSE
              GO TO 1250-EXIT
           END-IF

           MOVE SAR-SSN      TO WS-WORK-SSN
           MOVE SAR-ACCT-NUM TO WS-WORK-ACCT
           MOVE 'S'          TO WS-WORK-SOURCE
           PERFORM 8050-ADD-HOLD THRU 8050-EXIT
           .
       1250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1300-LOAD-DISPUTES.
           MOVE '1300-LOAD-DISPUTES'     TO ERR-LOC

           OPEN INPUT WBCASEDB-FILE
           IF WBCASEDB-FILE-STATUS NOT = '00'
              MOVE 'WBCASEDB' TO WS-HM-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-HOLD-MISSING-LINE
              SET HOLD-FILE-MISSING TO TRUE
              GO TO 1300-EXIT
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 1350-READ-ONE-DISPUTE THRU 1350-EXIT
              UNTIL END-OF-FILE

           CLOSE WBCASEDB-FILE
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1350-READ-ONE-DISPUTE.
           READ WBCASEDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 1350-EXIT
           END-IF
           MOVE    'ERROR READING WBCASEDB' TO ERR-MSG
           PERFORM 9993-CAS-ERR-CHK       THRU 9993-EXIT

           IF NOT CAS-STATUS-OPEN
              GO TO 1350-EXIT
           END-IF

           MOVE CAS-SSN      TO WS-WORK-SSN
           MOVE CAS-ACCT-NUM TO WS-WORK-ACCT
           MOVE 'D'          TO WS-WORK-SOURCE
           PERFORM 8050-ADD-HOLD THRU 8050-EXIT
           .
       1350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE RECORD CLASS: ITS SCHEDULE LINE, THEN EVERY GENERATION
      *    ON ITS MANIFEST DD IN TURN
       2000-REVIEW-CLASS.
           MOVE '2000-REVIEW-CLASS'      TO ERR-LOC

           EVALUATE TRUE
              WHEN CLASS-AUDIT
                 MOVE 'AUDIT'    TO WS-CLASS-NAME
                 MOVE 'AUDMANIN' TO WS-CLASS-DD
                 MOVE WS-AUDIT-DAYS  TO WS-CLASS-DAYS
                 OPEN INPUT AUDM-IP
                 MOVE AUDMANIN-STAT  TO WS-MAN-STAT
              WHEN CLASS-TXN
                 MOVE 'TXNHIST'  TO WS-CLASS-NAME
                 MOVE 'TXNMANIN' TO WS-CLASS-DD
                 MOVE WS-TXN-DAYS    TO WS-CLASS-DAYS
                 OPEN INPUT TXNM-IP
                 MOVE TXNMANIN-STAT  TO WS-MAN-STAT
              WHEN CLASS-STMT
                 MOVE 'STMTARCH' TO WS-CLASS-NAME
                 MOVE 'STMMANIN' TO WS-CLASS-DD
                 MOVE WS-STMT-DAYS   TO WS-CLASS-DAYS
                 OPEN INPUT STMM-IP
                 MOVE STMMANIN-STAT  TO WS-MAN-STAT
              WHEN OTHER
                 MOVE 'BACKUP'   TO WS-CLASS-NAME
                 MOVE 'BKPMANIN' TO WS-CLASS-DD
                 MOVE WS-BACKUP-DAYS TO WS-CLASS-DAYS
                 OPEN INPUT BKPM-IP
                 MOVE BKPMANIN-STAT  TO WS-MAN-STAT
           END-EVALUATE

           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-CLASS-DAYS)
           STRING WS-WORK-NUM(1:4) '-'
                  WS-WORK-NUM(5:2) '-'
                  WS-WORK-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-CLASS-CUTOFF

           MOVE WS-CLASS-NAME   TO WS-S-CLASS
           MOVE WS-CLASS-DAYS   TO WS-S-DAYS
           MOVE WS-CLASS-CUTOFF TO WS-S-CUTOFF
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-SCHEDULE-LINE

           IF WS-MAN-STAT NOT = 0
              MOVE WS-CLASS-DD TO WS-M-DDNAME
              WRITE RPT-OP-FIELDS FROM WS-MISSING-LINE
              GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO WS-GEN-ID
           MOVE 'N'    TO EOF-FLAG
           PERFORM 2100-READ-ONE-MANIFEST THRU 2100-EXIT
              UNTIL END-OF-FILE
           IF WS-GEN-ID NOT = SPACES
              PERFORM 2500-DISPOSE-GENERATION THRU 2500-EXIT
           END-IF

           EVALUATE TRUE
              WHEN CLASS-AUDIT
                 CLOSE AUDM-IP
              WHEN CLASS-TXN
                 CLOSE TXNM-IP
              WHEN CLASS-STMT
                 CLOSE STMM-IP
              WHEN OTHER
                 CLOSE BKPM-IP
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A GENERATION'S RECORDS ARE CONTIGUOUS ON THE CONCATENATION,
      *    SO A CHANGE OF STAMP CLOSES OFF THE PREVIOUS GENERATION
       2100-READ-ONE-MANIFEST.
           EVALUATE TRUE
              WHEN CLASS-AUDIT
                 READ AUDM-IP INTO MANIFEST-RECORD
                    AT END SET END-OF-FILE TO TRUE
                 END-READ
              WHEN CLASS-TXN
                 READ TXNM-IP INTO MANIFEST-RECORD
                    AT END SET END-OF-FILE TO TRUE
                 END-READ
              WHEN CLASS-STMT
                 READ STMM-IP INTO MANIFEST-RECORD
                    AT END SET END-OF-FILE TO TRUE
                 END-READ
              WHEN OTHER
                 READ BKPM-IP
                    AT END SET END-OF-FILE TO TRUE
                 END-READ
           END-EVALUATE
           IF END-OF-FILE
              GO TO 2100-EXIT
           END-IF

           IF CLASS-BACKUP
              MOVE BKM-GENERATION TO WS-WORK-GEN
           ELSE
              MOVE MAN-GENERATION TO WS-WORK-GEN
           END-IF

           IF WS-WORK-GEN NOT = WS-GEN-ID
              IF WS-GEN-ID NOT = SPACES
                 PERFORM 2500-DISPOSE-GENERATION THRU 2500-EXIT
              END-IF
              MOVE WS-WORK-GEN TO WS-GEN-ID
              MOVE ZERO        TO WS-GEN-COUNT WS-GEN-SUBJ-COUNT
              MOVE SPACES      TO WS-GEN-FROM WS-GEN-TO
              MOVE SPACE       TO WS-GEN-HOLD-SOURCE
              MOVE 'N'         TO GEN-SUMMARY-FLAG
           END-IF

      *    A BACKUP IMAGE IS DATED BY ITS GENERATION STAMP AND COUNTS
      *    EVERY FILE UNLOADED UNDER IT
           IF CLASS-BACKUP
              ADD BKM-RECORD-COUNT TO WS-GEN-COUNT
              SET GEN-SUMMARY-SEEN TO TRUE
              GO TO 2100-EXIT
           END-IF

           IF MAN-TYPE-SUBJECT
              ADD 1 TO WS-GEN-SUBJ-COUNT
              IF WS-GEN-HOLD-SOURCE = SPACE
                 PERFORM 8000-CHECK-SUBJECT-HOLD THRU 8000-EXIT
              END-IF
           ELSE
              MOVE MAN-RECORD-COUNT TO WS-GEN-COUNT
              MOVE MAN-DATE-FROM    TO WS-GEN-FROM
              MOVE MAN-DATE-TO      TO WS-GEN-TO
              SET GEN-SUMMARY-SEEN  TO TRUE
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RETENTION RUNS FROM THE NEWEST RECORD IN THE GENERATION (OR
      *    THE DAY IT WAS WRITTEN WHEN IT HOLDS NO DATED RECORDS). A
      *    GENERATION PAST RETENTION IS SCRATCHED UNLESS SOMETHING
      *    HOLDS IT, AND EITHER WAY APPEARS ON THE CERTIFICATE
       2500-DISPOSE-GENERATION.
           MOVE '2500-DISPOSE-GENERATION' TO ERR-LOC
           ADD 1 TO WS-TOTAL-REVIEW-COUNT

           IF CLASS-BACKUP OR WS-GEN-TO = SPACES
              IF WS-GEN-ID(1:8) IS NUMERIC
                 STRING WS-GEN-ID(1:4) '-'
                        WS-GEN-ID(5:2) '-'
                        WS-GEN-ID(7:2) DELIMITED BY SIZE
                        INTO WS-GEN-AGE-DATE
              ELSE
                 MOVE SPACES TO WS-GEN-AGE-DATE
              END-IF
              IF CLASS-BACKUP
                 MOVE WS-GEN-AGE-DATE TO WS-GEN-FROM WS-GEN-TO
              END-IF
           ELSE
              MOVE WS-GEN-TO TO WS-DATE-IN
              PERFORM 8200-NORMALIZE-DATE THRU 8200-EXIT
              MOVE WS-DATE-ISO TO WS-GEN-AGE-DATE
           END-IF

           IF WS-GEN-AGE-DATE NOT = SPACES
              AND WS-GEN-AGE-DATE NOT < WS-CLASS-CUTOFF
              ADD 1 TO WS-TOTAL-KEEP-COUNT
              GO TO 2500-EXIT
           END-IF

           EVALUATE TRUE
              WHEN HOLD-FILE-MISSING
                 MOVE 'HELD - HOLD FILE NOT READ'  TO WS-DISPOSITION
              WHEN WS-GEN-AGE-DATE = SPACES
                 MOVE 'HELD - NO DATE IN MANIFEST' TO WS-DISPOSITION
              WHEN NOT GEN-SUMMARY-SEEN
                 MOVE 'HELD - MANIFEST INCOMPLETE' TO WS-DISPOSITION
              WHEN WS-GEN-HOLD-SOURCE = 'L'
                 MOVE 'HELD - LEGAL ORDER'         TO WS-DISPOSITION
              WHEN WS-GEN-HOLD-SOURCE = 'S'
                 MOVE 'HELD - OPEN SAR CASE'       TO WS-DISPOSITION
              WHEN WS-GEN-HOLD-SOURCE = 'D'
                 MOVE 'HELD - OPEN DISPUTE CASE'   TO WS-DISPOSITION
              WHEN CLASS-BACKUP AND WS-HLD-COUNT > 0
                 MOVE 'HELD - FULL IMAGE UNDER HOLD'
                                                   TO WS-DISPOSITION
              WHEN WS-GEN-COUNT > 0 AND WS-GEN-SUBJ-COUNT = 0
                   AND WS-HLD-COUNT > 0
                 MOVE 'HELD - NO SUBJECT RECORDS'  TO WS-DISPOSITION
              WHEN OTHER
                 MOVE 'SCRATCHED'                  TO WS-DISPOSITION
           END-EVALUATE

           IF WS-DISPOSITION = 'SCRATCHED'
              PERFORM 2600-SCRATCH-GENERATION THRU 2600-EXIT
           ELSE
              ADD 1 TO WS-TOTAL-HELD-COUNT
           END-IF

           MOVE WS-CLASS-NAME   TO WS-D-CLASS
           MOVE WS-GEN-ID       TO WS-D-GEN
           MOVE WS-GEN-FROM     TO WS-D-FROM
           MOVE WS-GEN-TO       TO WS-D-TO
           MOVE WS-GEN-COUNT    TO WS-D-COUNT
           MOVE WS-DISPOSITION  TO WS-D-DISP
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-SCRATCH-GENERATION.
           MOVE '2600-SCRATCH-GENERATION' TO ERR-LOC

           MOVE SPACES          TO SCRLIST-RECORD
           MOVE WS-CLASS-NAME   TO SCR-CLASS
           MOVE WS-GEN-ID       TO SCR-GENERATION
           MOVE WS-GEN-FROM     TO SCR-DATE-FROM
           MOVE WS-GEN-TO       TO SCR-DATE-TO
           MOVE WS-GEN-COUNT    TO SCR-RECORD-COUNT
           MOVE WS-DATE-R       TO SCR-SCRATCH-DATE
           WRITE SCRLIST-RECORD
           MOVE    'ERROR WRITING SCRLIST' TO ERR-MSG
           PERFORM 9997-SCR-ERR-CHK      THRU 9997-EXIT

           ADD 1            TO WS-TOTAL-SCRATCH-COUNT
           ADD WS-GEN-COUNT TO WS-TOTAL-RECORD-COUNT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           MOVE WS-TOTAL-REVIEW-COUNT  TO WS-TR-REV-CNT
           MOVE WS-TOTAL-KEEP-COUNT    TO WS-TR-KEEP-CNT
           MOVE WS-TOTAL-HELD-COUNT    TO WS-TR-HELD-CNT
           MOVE WS-TOTAL-SCRATCH-COUNT TO WS-TR-SCR-CNT
           MOVE WS-TOTAL-RECORD-COUNT  TO WS-TR-REC-CNT
           MOVE WS-HLD-COUNT           TO WS-TR-HLD-CNT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-CERT-1
           WRITE RPT-OP-FIELDS      FROM WS-CERT-2
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-CERT-3
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           CLOSE  SCR-OP
           MOVE   'ERROR CLOSING SCRLIST' TO ERR-MSG
           PERFORM 9997-SCR-ERR-CHK    THRU 9997-EXIT

      *    A HOLD FILE THAT COULD NOT BE READ MEANS NOTHING WAS
      *    SCRATCHED - OPERATIONS MUST RERUN WITH IT ALLOCATED
           IF HOLD-FILE-MISSING
              MOVE 8 TO RETURN-CODE
           END-IF
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

           MOVE 'RETNEXP' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-REVIEW-COUNT  TO RLG-IN-COUNT
           MOVE WS-TOTAL-SCRATCH-COUNT TO RLG-OUT-COUNT
           MOVE WS-TOTAL-HELD-COUNT    TO RLG-REJ-COUNT
           MOVE RETURN-CODE            TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A SUBJECT IS HELD WHEN ITS SSN, OR ITS ACCOUNT, IS UNDER A
      *    HOLD - THE FIRST HOLD FOUND NAMES THE DISPOSITION
       8000-CHECK-SUBJECT-HOLD.
           SET HLD-IDX TO 1
           SEARCH WS-HLD-ENTRY
              AT END CONTINUE
              WHEN HLD-IDX > WS-HLD-COUNT
                 CONTINUE
              WHEN WS-HLD-SSN (HLD-IDX) = MAN-SUBJ-SSN
                 MOVE WS-HLD-SOURCE (HLD-IDX) TO WS-GEN-HOLD-SOURCE
              WHEN MAN-SUBJ-ACCT NOT = SPACES
                   AND WS-HLD-ACCT (HLD-IDX) = MAN-SUBJ-ACCT
                 MOVE WS-HLD-SOURCE (HLD-IDX) TO WS-GEN-HOLD-SOURCE
           END-SEARCH
           .
       8000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ADD THE HOLD JUST READ UNLESS THE SAME SSN/ACCOUNT IS
      *    ALREADY HELD - THE FIRST SOURCE LOADED NAMES THE HOLD
       8050-ADD-HOLD.
           MOVE 'N' TO HLD-FOUND-FLAG
           SET HLD-IDX TO 1
           SEARCH WS-HLD-ENTRY
              AT END CONTINUE
              WHEN HLD-IDX > WS-HLD-COUNT
                 CONTINUE
              WHEN WS-HLD-SSN (HLD-IDX)  = WS-WORK-SSN
               AND WS-HLD-ACCT (HLD-IDX) = WS-WORK-ACCT
                 SET HLD-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF HLD-ENTRY-FOUND
              GO TO 8050-EXIT
           END-IF

           IF WS-HLD-COUNT NOT < 5000
              DISPLAY 'RETNEXP - HOLD TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-HLD-COUNT
           SET HLD-IDX TO WS-HLD-COUNT
           MOVE WS-WORK-SSN    TO WS-HLD-SSN (HLD-IDX)
           MOVE WS-WORK-ACCT   TO WS-HLD-ACCT (HLD-IDX)
           MOVE WS-WORK-SOURCE TO WS-HLD-SOURCE (HLD-IDX)
           .
       8050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BATCH JOBS STAMP YYYY-MM-DD AND THE ONLINE PROGRAMS
      *    MM/DD/YYYY - BOTH NORMALIZE TO YYYY-MM-DD
       8200-NORMALIZE-DATE.
           IF WS-DATE-IN(5:1) = '-' OR WS-DATE-IN = SPACES
              MOVE WS-DATE-IN TO WS-DATE-ISO
           ELSE
              MOVE SPACES TO WS-DATE-ISO
              STRING WS-DATE-IN(7:4) '-'
                     WS-DATE-IN(1:2) '-'
                     WS-DATE-IN(4:2) DELIMITED BY SIZE
                     INTO WS-DATE-ISO
           END-IF
           .
       8200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-CAS-ERR-CHK.
           MOVE WBCASEDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCASEDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CAS-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CAS-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CAS-VSAM-REASON-CODE
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
       9994-SAR-ERR-CHK.
           MOVE WBSARDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBSARDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE SAR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE SAR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE SAR-VSAM-REASON-CODE
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
       9995-LGL-ERR-CHK.
           MOVE WBLEGLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBLEGLDB-FILE-STATUS = '00'
                    CONTINUE

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
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-SCR-ERR-CHK.
           EVALUATE TRUE
               WHEN SCRLIST-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' SCRLIST-STAT
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
