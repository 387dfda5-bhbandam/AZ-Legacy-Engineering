      *****************************************************************
      *  WBCRVREC - WOODGROVEBANK CHARGE-OFF RECOVERY HISTORY RECORD, *
      *  AS STORED IN THE WBCOFRCV VSAM FILE. ONE RECORD PER PAYMENT  *
      *  APPLIED AGAINST A WBCHGOFF REGISTER RECORD, WHETHER TAKEN AT *
      *  THE WINDOW ON WGRVCRCV OR REMITTED BY A COLLECTION AGENCY    *
      *  THROUGH COFRCVPT. THE NIGHTLY COFRCVPT RUN JOURNALS EVERY    *
      *  PENDING RECOVERY TO THE RECOVERY GL LINE AND MARKS IT        *
      *  POSTED; COFRPT TOTALS THEM BY BRANCH FOR THE MONTH.          *
      *****************************************************************
       01  WBCRV-RECORD.
           05 RCV-KEY.
              10 RCV-SSN                  PIC X(9).
              10 RCV-ACCT-NUM             PIC X(10).
              10 RCV-DATE                 PIC X(10).
              10 RCV-SEQ                  PIC 9(10).
           05 RCV-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 RCV-SOURCE-CODE             PIC X(1).
              88 RCV-SOURCE-TELLER                       VALUE 'T'.
              88 RCV-SOURCE-AGENCY                       VALUE 'A'.
           05 RCV-AGENCY-ID               PIC X(6).
           05 RCV-REFERENCE               PIC X(12).
           05 RCV-OPID                    PIC X(3).
           05 RCV-BRANCH                  PIC X(3).
           05 RCV-GL-FLAG                 PIC X(1)       VALUE 'N'.
              88 RCV-GL-PENDING                          VALUE 'N'.
              88 RCV-GL-POSTED                           VALUE 'Y'.
           05 FILLER                      PIC X(12).
