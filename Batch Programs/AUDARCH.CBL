      * This program unloads WBAUDTDB-DD audit records older than a  *
      * retention parameter to the sequential archive generation on  *
      * ARCHOUT-DD, purges them from the VSAM file, and writes a     *
      * manifest (one subject record per SSN/account archived, then  *
      * the generation stamp, record count and date range) on        *
      * MANIFEST-DD so a specific generation can be located and      *
      * reloaded for an investigation, and so RETNEXP can tell which *
      * generations are under a legal order or open case when it     *
      * expires them. The run is restartable: each purge is durable, *
      * so a rerun simply continues with whatever is still on file,  *
      * and the running totals and generation stamp are checkpointed *
      * so the manifest stays right across a restart.                *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.

       FD  MANIFEST-OP
           RECORD CONTAINS 80.
           COPY WBMANREC.

       FD  CKPT-FILE
           RECORD CONTAINS 49.
      *    CKPT-RESTART-KEY = RECORDS ARCHIVED SO FAR, CKPT-COUNT-1 =
      *    OLDEST DATE SEEN (YYYYMMDD), CKPT-COUNT-2 = NEWEST DATE
      *    SEEN (YYYYMMDD), CKPT-COUNT-3/4 = THE GENERATION STAMP'S
      *    DATE (YYYYMMDD) AND TIME (HHMMSS), SO A RESTART KEEPS
      *    WRITING UNDER THE SAME GENERATION (SEE WBCKPTRC)
           COPY WBCKPTRC.


           05 WS-MAX-DATE              PIC 9(08)     VALUE ZERO.
           05 WS-AUD-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-GENERATION            PIC X(16)     VALUE SPACES.
           05 WS-GEN-PARTS REDEFINES WS-GENERATION.
              10 WS-GEN-DATE           PIC 9(08).
              10 FILLER                PIC X(01).
              10 WS-GEN-TIME           PIC 9(06).
              10 FILLER                PIC X(01).
      *    LAST SSN/ACCOUNT GIVEN A MANIFEST SUBJECT RECORD
           05 WS-SUBJ-SSN              PIC X(09)     VALUE LOW-VALUES.
           05 WS-SUBJ-ACCT             PIC X(10)     VALUE LOW-VALUES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'AUDARCH'.
           MOVE    'ERROR OPENING ARCH-OP'  TO ERR-MSG
           PERFORM 9997-ARCH-ERR-CHK       THRU 9997-EXIT

           OPEN OUTPUT MANIFEST-OP
           MOVE    'ERROR OPENING MANIFEST' TO ERR-MSG
           PERFORM 9996-MAN-ERR-CHK       THRU 9996-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
              MOVE CKPT-RESTART-KEY      TO WS-ARCHIVE-COUNT
              MOVE CKPT-COUNT-1          TO WS-MIN-DATE
              MOVE CKPT-COUNT-2          TO WS-MAX-DATE
              IF CKPT-COUNT-3 > 0
                 MOVE CKPT-COUNT-3       TO WS-GEN-DATE
                 MOVE CKPT-COUNT-4       TO WS-GEN-TIME
              END-IF
              DISPLAY 'RESTARTING WITH ' WS-ARCHIVE-COUNT
                      ' RECORDS ALREADY ARCHIVED'
           END-IF
           MOVE    'ERROR DELETING WBAUDTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK       THRU 9999-EXIT

      *    THE FILE IS READ IN SSN/ACCOUNT ORDER, SO EACH SUBJECT IS
      *    RECORDED ONCE, AS ITS FIRST RECORD GOES TO THE ARCHIVE
           IF AUD-SSN NOT = WS-SUBJ-SSN
              OR AUD-ACCT-NUM NOT = WS-SUBJ-ACCT
              MOVE AUD-SSN      TO WS-SUBJ-SSN
              MOVE AUD-ACCT-NUM TO WS-SUBJ-ACCT
              MOVE SPACES        TO MANIFEST-RECORD
              MOVE WS-GENERATION TO MAN-GENERATION
              MOVE ZERO          TO MAN-RECORD-COUNT
              SET MAN-TYPE-SUBJECT TO TRUE
              MOVE AUD-SSN       TO MAN-SUBJ-SSN
              MOVE AUD-ACCT-NUM  TO MAN-SUBJ-ACCT
              WRITE MANIFEST-RECORD
              MOVE    'ERROR WRITING MANIFEST' TO ERR-MSG
              PERFORM 9996-MAN-ERR-CHK       THRU 9996-EXIT
           END-IF

           ADD 1 TO WS-ARCHIVE-COUNT
           IF WS-AUD-DATE-NUM < WS-MIN-DATE
              MOVE WS-AUD-DATE-NUM TO WS-MIN-DATE
           MOVE WS-ARCHIVE-COUNT          TO CKPT-RESTART-KEY
           MOVE WS-MIN-DATE               TO CKPT-COUNT-1
           MOVE WS-MAX-DATE               TO CKPT-COUNT-2
           MOVE WS-GEN-DATE               TO CKPT-COUNT-3
           MOVE WS-GEN-TIME               TO CKPT-COUNT-4

           OPEN EXTEND CKPT-FILE
           WRITE CKPT-RECORD
       2900-WRITE-MANIFEST.
           MOVE '2900-WRITE-MANIFEST' TO ERR-LOC

      *    THE SUMMARY RECORD CLOSES OFF THE GENERATION'S SUBJECTS
           MOVE SPACES             TO MANIFEST-RECORD
           MOVE WS-GENERATION      TO MAN-GENERATION
           MOVE WS-ARCHIVE-COUNT   TO MAN-RECORD-COUNT
           SET MAN-TYPE-SUMMARY    TO TRUE
           IF WS-ARCHIVE-COUNT > 0
              STRING WS-MIN-DATE(1:4) '-' WS-MIN-DATE(5:2) '-'
                     WS-MIN-DATE(7:2)
