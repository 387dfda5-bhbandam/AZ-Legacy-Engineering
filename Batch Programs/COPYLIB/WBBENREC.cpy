      *****************************************************************
      *  WBBENREC - WOODGROVEBANK PAYABLE-ON-DEATH BENEFICIARY        *
      *  RECORD LAYOUT, AS STORED IN THE WBBENEDB VSAM FILE. ONE      *
      *  RECORD PER BENEFICIARY NAMED ON A DEPOSIT ACCOUNT, KEYED     *
      *  LIKE THE ACCOUNT PLUS A SEQUENCE AND MAINTAINED ON THE       *
      *  WGRVBENE TELLER SCREEN (PF10 FROM WGRVCUSL). THE SHARES OF   *
      *  AN ACCOUNT'S ACTIVE BENEFICIARIES TOTAL NO MORE THAN 100     *
      *  PERCENT. FDICRPT REPORTS AN ACCOUNT WITH ANY ACTIVE          *
      *  BENEFICIARY UNDER THE REVOCABLE-TRUST OWNERSHIP CATEGORY,    *
      *  AND STMTGEN PRINTS THE BENEFICIARIES ON THE STATEMENT.       *
      *  A REMOVED DESIGNATION IS KEPT, MARKED 'R', FOR THE HISTORY.  *
      *****************************************************************
       01  WBBEN-RECORD.
           05 BEN-KEY.
              10 BEN-SSN                  PIC X(9).
              10 BEN-ACCT-NUM             PIC X(10).
              10 BEN-SEQ                  PIC 9(4).
           05 BEN-NAME                    PIC X(30).
      *    BLANK WHEN THE OWNER DID NOT SUPPLY ONE - THE FDIC
      *    CALCULATION THEN TELLS BENEFICIARIES APART BY NAME
           05 BEN-BENE-SSN                PIC X(9).
           05 BEN-RELATIONSHIP            PIC X(10).
           05 BEN-SHARE-PCT               PIC 9(3)V99.
           05 BEN-EFFECTIVE-DATE          PIC X(10).
           05 BEN-STATUS-CODE             PIC X(1)       VALUE 'A'.
              88 BEN-STATUS-ACTIVE                       VALUE 'A'.
              88 BEN-STATUS-REMOVED                      VALUE 'R'.
           05 FILLER                      PIC X(12).
