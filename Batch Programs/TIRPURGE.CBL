      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. TIRPURGE.
      ****************************************************************
      * Nightly purge of the WBTIRQDB-DD TransactionIntegrator       *
      * client request ID file. MSCMTICS keeps one record per        *
      * guarded posting request (WTIXFER, WTISTO, WTICLSA) with its  *
      * original reply, so a desktop that repeats a request gets     *
      * the reply back instead of a second posting; the guard only   *
      * needs a short horizon, so entries older than the retention   *
      * parameter (default two days) are deleted here before the     *
      * file grows without bound. In-flight and abended entries go   *
      * too - past the horizon the ID is simply free again.          *
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
           SELECT WBTIRQDB-FILE
               ASSIGN       TO WBTIRQDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TIRQ-KEY
               FILE STATUS  IS WBTIRQDB-FILE-STATUS WBTIRQDB-VSAM-CODE.

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

       FD  WBTIRQDB-FILE.
       01  WBTIRQ-RECORD.
           05 TIRQ-KEY.
              10 TIRQ-USERID              PIC X(8).
              10 TIRQ-PROGRAM             PIC X(8).
              10 TIRQ-REQ-ID              PIC X(16).
           05 TIRQ-STATUS                 PIC X(1).
              88 TIRQ-IN-FLIGHT                  VALUE 'P'.
              88 TIRQ-COMPLETE                   VALUE 'C'.
              88 TIRQ-ABENDED                    VALUE 'A'.
           05 TIRQ-DATE                   PIC X(10).
           05 TIRQ-TIME                   PIC X(8).
           05 TIRQ-REPLY-LEN              PIC S9(4) COMP.
           05 TIRQ-REPLY                  PIC X(512).
           05 FILLER                      PIC X(5).

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
           05 FILLER                     PIC X(01).
           05 PARM-RETAIN-DAYS           PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBTIRQDB-FILE-STATUS.
           05  STA-TIRQ-STAT1            PIC X(01).
           05  STA-TIRQ-STAT2            PIC X(01).
       01  WBTIRQDB-VSAM-CODE.
           05 TIRQ-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 TIRQ-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 TIRQ-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(47)  VALUE SPACES.
              10 FILLER        PIC X(28)  VALUE
                                    'TI REQUEST ID FILE PURGE'.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REQUEST IDS EXAMINED      :'.
              10 WS-TR-EXM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REQUEST IDS PURGED        :'.
              10 WS-TR-PRG-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-RETAIN-DAYS           PIC 9(03)     VALUE 2.
           05 WS-EXAMINE-COUNT         PIC 9(09)     VALUE ZERO.
           05 WS-PURGE-COUNT           PIC 9(09)     VALUE ZERO.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-CUTOFF-NUM            PIC 9(08)     VALUE ZERO.
           05 WS-TIRQ-DATE-NUM         PIC 9(08)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'TIRPURGE'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM DELETES CLIENT REQUEST ID RECORDS OLDER THAN THE
      * RETENTION WINDOW FROM WBTIRQDB-DD.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBTIRQDB-FILE
           MOVE       'ERROR OPENING WBTIRQDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           MOVE LOW-VALUES TO TIRQ-KEY
           START WBTIRQDB-FILE KEY >= TIRQ-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START

           PERFORM 2000-PURGE-ALL-REQ-IDS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBTIRQDB-FILE
           MOVE      'ERROR CLOSING WBTIRQDB' TO ERR-MSG
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
              IF PARM-RETAIN-DAYS > 0
                 MOVE PARM-RETAIN-DAYS    TO WS-RETAIN-DAYS
              END-IF
           END-IF

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-RETAIN-DAYS)
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
       2000-PURGE-ALL-REQ-IDS.
           MOVE '2000-PURGE-ALL-REQ-IDS' TO ERR-LOC

           READ WBTIRQDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF NOT END-OF-FILE
              ADD 1 TO WS-EXAMINE-COUNT
      *       TIRQ-DATE IS YYYY-MM-DD AS STAMPED BY MSCMTICS
              STRING TIRQ-DATE(1:4) TIRQ-DATE(6:2) TIRQ-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-TIRQ-DATE-NUM
              IF WS-TIRQ-DATE-NUM IS NUMERIC
                 AND WS-TIRQ-DATE-NUM < WS-CUTOFF-NUM
                 DELETE WBTIRQDB-FILE RECORD
                 MOVE    'ERROR DELETING WBTIRQDB' TO ERR-MSG
                 PERFORM 9999-VSAM-ERR-CHK       THRU 9999-EXIT
                 ADD 1 TO WS-PURGE-COUNT
              END-IF
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-EXAMINE-COUNT TO WS-TR-EXM-CNT
           MOVE WS-PURGE-COUNT   TO WS-TR-PRG-CNT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
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
           MOVE WBTIRQDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBTIRQDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBTIRQDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE TIRQ-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE TIRQ-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE TIRQ-VSAM-REASON-CODE
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
