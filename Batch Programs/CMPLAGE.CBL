      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CMPLAGE.
      ****************************************************************
      * Weekly customer complaint aging, in the SARAGE mold. Every   *
      * open complaint on WBCMPLDB-DD lists with its branch,         *
      * category, channel, assigned operator and the days remaining  *
      * to its response due date. Past-due complaints and those due  *
      * within the PARM warning days (default a week, to the next    *
      * run) are flagged so a response deadline cannot slip; an open *
      * complaint nobody has been assigned is flagged as well.       *
      * Resolved complaints are left to the CMPLQTR quarterly        *
      * summary. The file is only read.                              *
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
           SELECT WBCMPLDB-FILE
               ASSIGN       TO WBCMPLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CMP-KEY
               FILE STATUS  IS WBCMPLDB-FILE-STATUS WBCMPLDB-VSAM-CODE.

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

       FD  WBCMPLDB-FILE.
           COPY WBCMPREC.

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
      *    DAYS BEFORE THE DUE DATE A COMPLAINT FLAGS AS DUE SOON
           05 PARM-WARNING-DAYS          PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCMPLDB-FILE-STATUS.
           05  STA-CMP-STAT1             PIC X(01).
           05  STA-CMP-STAT2             PIC X(01).
       01  WBCMPLDB-VSAM-CODE.
           05 CMP-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CMP-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CMP-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'CUSTOMER COMPLAINT AGING'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(06)  VALUE 'SEQ'.
              10 FILLER        PIC X(06)  VALUE 'BR'.
              10 FILLER        PIC X(05)  VALUE 'CAT'.
              10 FILLER        PIC X(05)  VALUE 'CH'.
              10 FILLER        PIC X(12)  VALUE 'RECEIVED'.
              10 FILLER        PIC X(12)  VALUE 'DUE'.
              10 FILLER        PIC X(09)  VALUE 'DAYS'.
              10 FILLER        PIC X(07)  VALUE 'OPR'.
              10 FILLER        PIC X(14)  VALUE 'FLAG'.
              10 FILLER        PIC X(30)  VALUE 'DESCRIPTION'.
              10 FILLER        PIC X(15)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SEQ      PIC 9(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-BRANCH   PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-CATEGORY PIC X(02).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-CHANNEL  PIC X(01).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-D-RECEIVED PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DUE      PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DAYS     PIC ZZZZ9-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-ASSIGNED PIC X(03).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-D-FLAG     PIC X(12).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DESC     PIC X(30).
              10 FILLER        PIC X(25)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'OPEN COMPLAINTS AGED      :'.
              10 WS-TR-OPN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PAST RESPONSE DUE DATE    :'.
              10 WS-TR-PST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DUE WITHIN WARNING DAYS   :'.
              10 WS-TR-SON-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'OPEN AND UNASSIGNED       :'.
              10 WS-TR-UNA-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-WARNING-DAYS          PIC 9(03)     VALUE 7.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-DUE-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-DAYS-REMAINING        PIC S9(05)    VALUE ZERO.
           05 WS-OPEN-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-PAST-DUE-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-DUE-SOON-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-UNASSIGNED-COUNT      PIC 9(07)     VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'CMPLAGE'.
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
      * THIS PROGRAM AGES EVERY OPEN CUSTOMER COMPLAINT AGAINST ITS
      * RESPONSE DUE DATE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT WBCMPLDB-FILE
           MOVE       'ERROR OPENING WBCMPLDB'  TO ERR-MSG
           PERFORM 9995-CMP-ERR-CHK            THRU 9995-EXIT

           PERFORM 1200-READ-COMPLAINT THRU 1200-EXIT
           PERFORM 2000-PROCESS-ALL-COMPLAINTS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBCMPLDB-FILE
           MOVE      'ERROR CLOSING WBCMPLDB' TO ERR-MSG
           PERFORM 9995-CMP-ERR-CHK        THRU 9995-EXIT

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
              IF PARM-WARNING-DAYS IS NUMERIC
                 AND PARM-WARNING-DAYS > 0
                 MOVE PARM-WARNING-DAYS   TO WS-WARNING-DAYS
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
       1200-READ-COMPLAINT.
           MOVE '1200-READ-COMPLAINT' TO ERR-LOC

           READ WBCMPLDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBCMPLDB' TO ERR-MSG
           PERFORM 9995-CMP-ERR-CHK THRU 9995-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-COMPLAINTS.
           MOVE '2000-PROCESS-ALL-COMPL' TO ERR-LOC

           IF CMP-STATUS-OPEN
              PERFORM 2100-AGE-ONE-COMPLAINT THRU 2100-EXIT
           END-IF

           PERFORM 1200-READ-COMPLAINT THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-AGE-ONE-COMPLAINT.
           MOVE '2100-AGE-ONE-COMPLAINT' TO ERR-LOC

           ADD 1 TO WS-OPEN-COUNT

           MOVE CMP-DUE-DATE(1:4) TO WS-DUE-DATE-NUM(1:4)
           MOVE CMP-DUE-DATE(6:2) TO WS-DUE-DATE-NUM(5:2)
           MOVE CMP-DUE-DATE(9:2) TO WS-DUE-DATE-NUM(7:2)

           COMPUTE WS-DAYS-REMAINING =
              FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           MOVE SPACES            TO WS-DETAIL-LINE
           MOVE CMP-SSN TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN     TO WS-D-SSN
           MOVE CMP-SEQ           TO WS-D-SEQ
           MOVE CMP-BRANCH        TO WS-D-BRANCH
           MOVE CMP-CATEGORY-CODE TO WS-D-CATEGORY
           MOVE CMP-CHANNEL-CODE  TO WS-D-CHANNEL
           MOVE CMP-RECEIVED-DATE TO WS-D-RECEIVED
           MOVE CMP-DUE-DATE      TO WS-D-DUE
           MOVE WS-DAYS-REMAINING TO WS-D-DAYS
           MOVE CMP-DESC-TEXT(1:30) TO WS-D-DESC

           IF CMP-ASSIGNED-OPID = SPACES
              MOVE '---'          TO WS-D-ASSIGNED
              ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
              MOVE CMP-ASSIGNED-OPID TO WS-D-ASSIGNED
           END-IF

           EVALUATE TRUE
              WHEN WS-DAYS-REMAINING < 0
                   MOVE '*PAST DUE*'   TO WS-D-FLAG
                   ADD 1 TO WS-PAST-DUE-COUNT
              WHEN WS-DAYS-REMAINING <= WS-WARNING-DAYS
                   MOVE '*DUE SOON*'   TO WS-D-FLAG
                   ADD 1 TO WS-DUE-SOON-COUNT
              WHEN CMP-ASSIGNED-OPID = SPACES
                   MOVE 'UNASSIGNED'   TO WS-D-FLAG
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-OPEN-COUNT       TO WS-TR-OPN-CNT
           MOVE WS-PAST-DUE-COUNT   TO WS-TR-PST-CNT
           MOVE WS-DUE-SOON-COUNT   TO WS-TR-SON-CNT
           MOVE WS-UNASSIGNED-COUNT TO WS-TR-UNA-CNT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
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
       9995-CMP-ERR-CHK.
           MOVE WBCMPLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCMPLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCMPLDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CMP-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CMP-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CMP-VSAM-REASON-CODE
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
