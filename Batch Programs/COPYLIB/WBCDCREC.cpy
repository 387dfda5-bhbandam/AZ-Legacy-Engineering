      *****************************************************************
      *  WBCDCREC - WOODGROVEBANK CHANGED-DATA EXTRACT RECORD LAYOUT, *
      *  AS WRITTEN BY CDCEXTR TO CDCOUT FOR THE DATA WAREHOUSE LOAD. *
      *  ONE HEADER, ONE DETAIL PER CHANGED RECORD (THE LATEST IMAGE  *
      *  OF THE DAY FOR WBACCTDB/WBTXNDB, THE CURRENT OR LAST-KNOWN   *
      *  IMAGE FOR WBCUSTDB), THEN ONE CONTROL TRAILER. A FULL        *
      *  REFRESH CARRIES EVERY RECORD OF THE THREE FILES AS AN        *
      *  INSERT AND TELLS THE WAREHOUSE TO REPLACE, NOT MERGE. THE    *
      *  CUSTOMER IMAGE NEVER CARRIES THE ACCESS PIN.                 *
      *****************************************************************
       01  WBCDC-RECORD.
           05 CDC-REC-TYPE                PIC X(1).
              88 CDC-REC-HEADER                  VALUE 'H'.
              88 CDC-REC-DETAIL                  VALUE 'D'.
              88 CDC-REC-TRAILER                 VALUE 'T'.
           05 CDC-BODY                    PIC X(159).
           05 CDC-DETAIL REDEFINES CDC-BODY.
              10 CDC-FILE-ID              PIC X(8).
                 88 CDC-FILE-ACCT                VALUE 'WBACCTDB'.
                 88 CDC-FILE-TXN                 VALUE 'WBTXNDB '.
                 88 CDC-FILE-CUST                VALUE 'WBCUSTDB'.
              10 CDC-CHANGE-FLAG          PIC X(1).
                 88 CDC-INSERT                   VALUE 'I'.
                 88 CDC-UPDATE                   VALUE 'U'.
                 88 CDC-DELETE                   VALUE 'D'.
      *       JOURNAL STAMP OF THE LATEST IMAGE - BLANK FOR CUSTOMER
      *       RECORDS AND ON A FULL REFRESH
              10 CDC-CHANGE-DATE          PIC X(10).
              10 CDC-CHANGE-TIME          PIC X(8).
              10 CDC-IMAGE                PIC X(128).
              10 FILLER                   PIC X(4).
           05 CDC-HEADER REDEFINES CDC-BODY.
              10 CDC-H-EXTRACT-TYPE       PIC X(1).
                 88 CDC-H-CHANGED-DATA           VALUE 'C'.
                 88 CDC-H-FULL-REFRESH           VALUE 'F'.
              10 CDC-H-BUS-DATE           PIC X(10).
              10 FILLER                   PIC X(148).
           05 CDC-TRAILER REDEFINES CDC-BODY.
              10 CDC-T-ACCT-COUNT         PIC 9(9).
              10 CDC-T-TXN-COUNT          PIC 9(9).
              10 CDC-T-CUST-COUNT         PIC 9(9).
              10 CDC-T-INSERT-COUNT       PIC 9(9).
              10 CDC-T-UPDATE-COUNT       PIC 9(9).
              10 CDC-T-DELETE-COUNT       PIC 9(9).
              10 CDC-T-DETAIL-COUNT       PIC 9(9).
      *       SUM OF THE CHECKING/SAVINGS/CD BALANCES ON THE ACCOUNT
      *       IMAGES SENT, AND OF THE AMOUNTS ON THE ITEM IMAGES SENT
              10 CDC-T-ACCT-BAL-TOTAL     PIC S9(13)V99
                                          SIGN LEADING SEPARATE.
              10 CDC-T-TXN-AMT-TOTAL      PIC S9(13)V99
                                          SIGN LEADING SEPARATE.
              10 FILLER                   PIC X(64).
