      *           ARCHOUT-DD, leaving one carry-forward 'B' item per *
      *           account holding the net of what was moved, so the  *
      *           ITEMS STILL ON FILE ALWAYS RE-ADD TO THE ACCOUNT   *
      *           BALANCE. The generation's manifest on MANIFEST-DD  *
      *           (see WBMANREC) names every SSN/account archived    *
      *           and carries the item count and date range.         *
      *   RECALL  - answers the archived-history requests tellers    *
      *           leave on WBARCREQ-DD (see WGRVGDET) by scanning    *
      *           the archive generation on ARCHIN-DD and printing   *
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ARCHOUT-STAT.

           SELECT MANIFEST-OP
                             ASSIGN TO MANIFEST
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS MANIFST-STAT.

           SELECT ARCH-IP    ASSIGN TO ARCHIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ARCHIN-STAT.
           RECORD CONTAINS 62.
       01  ARCH-RECORD                   PIC X(62).

       FD  MANIFEST-OP
           RECORD CONTAINS 80.
           COPY WBMANREC.

       FD  ARCH-IP
           RECORD CONTAINS 62.
       01  ARCHIN-RECORD.
           05 WS-GRP-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-GRP-FIRST-ITEM        PIC S9(7)     VALUE ZERO.
           05 WS-SAVE-TXN-REC          PIC X(62)     VALUE SPACES.
      *    MANIFEST FIGURES FOR THE GENERATION
           05 WS-GENERATION            PIC X(16)     VALUE SPACES.
           05 WS-MIN-DATE              PIC 9(08)     VALUE 99999999.
           05 WS-MAX-DATE              PIC 9(08)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'TXNARCH'.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ARCHOUT-STAT     PIC 9(02)  VALUE ZERO.
           05 ARCHIN-STAT      PIC 9(02)  VALUE ZERO.
           05 MANIFST-STAT     PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ARQ-EOF-FLAG     PIC X(01)  VALUE 'N'.

           PERFORM 1075-READ-BUS-DATE    THRU 1075-EXIT

           STRING FUNCTION CURRENT-DATE(1:8) '-'
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                  INTO WS-GENERATION

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
           MOVE    'ERROR OPENING ARCH-OP'  TO ERR-MSG
           PERFORM 9997-ARCH-ERR-CHK       THRU 9997-EXIT

           OPEN OUTPUT MANIFEST-OP
           MOVE    'ERROR OPENING MANIFEST' TO ERR-MSG
           PERFORM 9994-MAN-ERR-CHK       THRU 9994-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           CLOSE ARCH-OP
           MOVE    'ERROR CLOSING ARCH-OP'  TO ERR-MSG
           PERFORM 9997-ARCH-ERR-CHK       THRU 9997-EXIT

           PERFORM 2900-WRITE-MANIFEST THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.
                 MOVE TXN-ITEM-NUM TO WS-GRP-FIRST-ITEM
              END-IF
              ADD 1 TO WS-GRP-COUNT
              IF WS-TXN-DATE-NUM < WS-MIN-DATE
                 MOVE WS-TXN-DATE-NUM TO WS-MIN-DATE
              END-IF
              IF WS-TXN-DATE-NUM > WS-MAX-DATE
                 MOVE WS-TXN-DATE-NUM TO WS-MAX-DATE
              END-IF
              EVALUATE TRUE
                 WHEN TXN-TYPE-INITIAL-BALANCE
                 WHEN TXN-TYPE-CREDIT
              PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

              ADD 1 TO WS-CF-COUNT

      *       THE ACCOUNT NOW HAS HISTORY IN THIS GENERATION
              MOVE SPACES        TO MANIFEST-RECORD
              MOVE WS-GENERATION TO MAN-GENERATION
              MOVE WS-GRP-COUNT  TO MAN-RECORD-COUNT
              SET MAN-TYPE-SUBJECT TO TRUE
              MOVE WS-GRP-SSN    TO MAN-SUBJ-SSN
              MOVE WS-GRP-ACCT   TO MAN-SUBJ-ACCT
              WRITE MANIFEST-RECORD
              MOVE    'ERROR WRITING MANIFEST' TO ERR-MSG
              PERFORM 9994-MAN-ERR-CHK       THRU 9994-EXIT
           END-IF

           MOVE ZERO TO WS-GRP-NET WS-GRP-COUNT WS-GRP-FIRST-ITEM
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE SUMMARY RECORD CLOSES OFF THE GENERATION'S SUBJECTS
       2900-WRITE-MANIFEST.
           MOVE '2900-WRITE-MANIFEST' TO ERR-LOC

           MOVE SPACES             TO MANIFEST-RECORD
           MOVE WS-GENERATION      TO MAN-GENERATION
           MOVE WS-ARCHIVE-COUNT   TO MAN-RECORD-COUNT
           SET MAN-TYPE-SUMMARY    TO TRUE
           IF WS-ARCHIVE-COUNT > 0
              STRING WS-MIN-DATE(1:4) '-' WS-MIN-DATE(5:2) '-'
                     WS-MIN-DATE(7:2)
                     DELIMITED BY SIZE INTO MAN-DATE-FROM
              STRING WS-MAX-DATE(1:4) '-' WS-MAX-DATE(5:2) '-'
                     WS-MAX-DATE(7:2)
                     DELIMITED BY SIZE INTO MAN-DATE-TO
           END-IF
           MOVE WS-CUTOFF-ISO      TO MAN-CUTOFF-DATE

           WRITE MANIFEST-RECORD
           MOVE    'ERROR WRITING MANIFEST' TO ERR-MSG
           PERFORM 9994-MAN-ERR-CHK       THRU 9994-EXIT

           CLOSE MANIFEST-OP
           MOVE    'ERROR CLOSING MANIFEST' TO ERR-MSG
           PERFORM 9994-MAN-ERR-CHK       THRU 9994-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4000-RECALL-REQUESTS.
           MOVE '4000-RECALL-REQUESTS' TO ERR-LOC
           .
       8710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-MAN-ERR-CHK.
           EVALUATE TRUE
               WHEN MANIFST-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' MANIFST-STAT
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-ARQ-ERR-CHK.
           MOVE WBARCREQ-FILE-STATUS TO ERR-CODE
