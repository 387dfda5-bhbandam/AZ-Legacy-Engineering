      * month, and reports to the compliance officer every customer  *
      * running past the variance factor (200 percent of the stated  *
      * pattern by default, PARMIN-overridable) - plus any customer  *
      * with activity and no profile on file at all. Each finding is *
      * also written to the KYCVOUT-DD extract, when one is          *
      * allocated, for the monthly RISKRATE customer risk rating.    *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT KYCV-OP    ASSIGN TO KYCVOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS KYCVOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

      *    ONE RECORD PER REPORTED CUSTOMER - READ BY RISKRATE
       FD  KYCV-OP
           RECORD CONTAINS 80.
       01  KYCVOUT-RECORD.
           05 KYVO-SSN                   PIC X(09).
           05 FILLER                     PIC X(01).
           05 KYVO-MONTH                 PIC X(07).
           05 FILLER                     PIC X(01).
           05 KYVO-FINDING               PIC X(14).
           05 FILLER                     PIC X(48).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 KYCVOUT-STAT     PIC 9(02)  VALUE ZERO.
           05 KYV-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 KYCV-EXTRACT-OPEN        VALUE 'Y'.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 KYC-EOF-FLAG     PIC X(01)  VALUE 'N'.
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

      *    THE RISK-RATING EXTRACT IS OPTIONAL - A RUN WITHOUT THE
      *    DD STILL PRODUCES THE REPORT
           OPEN OUTPUT KYCV-OP
           IF KYCVOUT-STAT = 0
              SET KYCV-EXTRACT-OPEN TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           IF KYCV-EXTRACT-OPEN
              MOVE SPACES               TO KYCVOUT-RECORD
              MOVE WS-VAR-SSN (VAR-IDX) TO KYVO-SSN
              MOVE WS-REPORT-MONTH      TO KYVO-MONTH
              MOVE WS-D-FINDING         TO KYVO-FINDING
              WRITE KYCVOUT-RECORD
           END-IF
           .
       2650-EXIT.
           EXIT.
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF KYCV-EXTRACT-OPEN
              CLOSE KYCV-OP
           END-IF

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
