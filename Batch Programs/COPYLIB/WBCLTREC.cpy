      *****************************************************************
      *  WBCLTREC - WOODGROVEBANK LOAN COLLATERAL RECORD LAYOUT, AS   *
      *  STORED IN THE WBCLTDB VSAM FILE. ONE RECORD PER SECURED      *
      *  LOAN, KEYED LIKE THE LOAN. MAINTAINED ON THE WGRVPOFF LOAN   *
      *  SCREEN: WHAT SECURES THE LOAN (TYPE, DESCRIPTION, VIN OR     *
      *  PROPERTY ID), ITS APPRAISAL, OUR LIEN POSITION AND THE       *
      *  BORROWER'S INSURANCE ON IT. THE MONTHLY COLLTRPT RUN REPORTS *
      *  LOAN-TO-VALUE, QUEUES A PROOF-OF-INSURANCE LETTER WHEN THE   *
      *  POLICY HAS LAPSED OR IS ABOUT TO (CLT-INS-LETTER-DATE IS THE *
      *  LAST ONE SENT), AND FLAGS THE LIEN FOR RELEASE ONCE A PAYOFF *
      *  QUOTE ON WBPOQDB SHOWS SATISFIED. THE LIEN IS MARKED         *
      *  RELEASED ON THE SCREEN WHEN THE RELEASE IS SENT. DEPOSIT     *
      *  COLLATERAL CARRIES NO INSURANCE.                             *
      *****************************************************************
       01  WBCLT-RECORD.
           05 CLT-KEY.
              10 CLT-SSN                  PIC X(9).
              10 CLT-ACCT-NUM             PIC X(10).
           05 CLT-TYPE-CODE               PIC X(1).
              88 CLT-TYPE-AUTO                   VALUE 'A'.
              88 CLT-TYPE-REAL-ESTATE            VALUE 'R'.
              88 CLT-TYPE-DEPOSIT                VALUE 'D'.
              88 CLT-TYPE-EQUIPMENT              VALUE 'E'.
              88 CLT-TYPE-OTHER                  VALUE 'O'.
              88 CLT-TYPE-VALID                  VALUE 'A' 'R' 'D'
                                                       'E' 'O'.
           05 CLT-DESCRIPTION             PIC X(30).
      *    VIN FOR A VEHICLE, PARCEL OR PROPERTY ID FOR REAL ESTATE,
      *    SERIAL OR ACCOUNT NUMBER FOR ANYTHING ELSE
           05 CLT-ITEM-ID                 PIC X(20).
           05 CLT-APPRAISED-VALUE         PIC S9(11)V99  COMP-3.
           05 CLT-APPRAISAL-DATE          PIC X(10).
           05 CLT-LIEN-POSITION           PIC 9(1).
           05 CLT-INS-CARRIER             PIC X(20).
           05 CLT-INS-POLICY              PIC X(15).
           05 CLT-INS-EXPIRY              PIC X(10).
           05 CLT-INS-LETTER-DATE         PIC X(10).
           05 CLT-LIEN-STATUS             PIC X(1).
              88 CLT-LIEN-ACTIVE                 VALUE 'A' ' '.
              88 CLT-LIEN-RELEASE-DUE            VALUE 'R'.
              88 CLT-LIEN-RELEASED               VALUE 'X'.
           05 CLT-LIEN-STATUS-DATE        PIC X(10).
           05 CLT-MAINT-OPID              PIC X(3).
           05 CLT-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(20).
