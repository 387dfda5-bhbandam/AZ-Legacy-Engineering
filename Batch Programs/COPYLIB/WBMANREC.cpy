      *****************************************************************
      *  WBMANREC - WOODGROVEBANK ARCHIVE GENERATION MANIFEST RECORD  *
      *  LAYOUT, AS WRITTEN ON MANIFEST-DD BY THE ARCHIVING JOBS      *
      *  (AUDARCH, TXNARCH AND THE STMTGEN STATEMENT ARCHIVE). EACH   *
      *  GENERATION GETS ONE SUBJECT RECORD PER SSN/ACCOUNT WHOSE     *
      *  DATA IT HOLDS, FOLLOWED BY ONE SUMMARY RECORD CARRYING THE   *
      *  RECORD COUNT AND DATE RANGE. RETNEXP READS THE MANIFESTS TO  *
      *  EXPIRE GENERATIONS PAST RETENTION, USING THE SUBJECT RECORDS *
      *  TO KEEP ANY GENERATION UNDER A LEGAL ORDER OR OPEN CASE.     *
      *  MANIFESTS WRITTEN BEFORE THE SUBJECT RECORDS EXISTED CARRY   *
      *  SPACES IN THE RECORD TYPE AND ARE ALL SUMMARY RECORDS.       *
      *****************************************************************
       01  MANIFEST-RECORD.
           05 MAN-GENERATION             PIC X(16).
           05 FILLER                     PIC X(01).
           05 MAN-RECORD-COUNT           PIC 9(09).
           05 FILLER                     PIC X(01).
           05 MAN-DATE-FROM              PIC X(10).
           05 FILLER                     PIC X(01).
           05 MAN-DATE-TO                PIC X(10).
           05 FILLER                     PIC X(01).
           05 MAN-CUTOFF-DATE            PIC X(10).
           05 FILLER                     PIC X(01).
           05 MAN-RECORD-TYPE            PIC X(01).
              88 MAN-TYPE-SUMMARY               VALUE 'G' ' '.
              88 MAN-TYPE-SUBJECT               VALUE 'S'.
           05 MAN-SUBJ-SSN               PIC X(09).
           05 MAN-SUBJ-ACCT              PIC X(10).
