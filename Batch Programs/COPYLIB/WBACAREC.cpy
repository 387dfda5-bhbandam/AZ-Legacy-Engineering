      *****************************************************************
      *  WBACAREC - WOODGROVEBANK ACH DEBIT AUTHORIZATION RECORD      *
      *  LAYOUT, AS STORED IN THE WBACHADB VSAM FILE. AN ACCOUNT IS   *
      *  ENROLLED IN THE ACH DEBIT BLOCK/FILTER SERVICE BY ITS        *
      *  CONTROL RECORD - THE ONE WHOSE COMPANY ID IS SPACES - WHICH  *
      *  CARRIES THE MODE: 'B' RETURNS EVERY INCOMING ACH DEBIT, 'F'  *
      *  POSTS ONLY DEBITS FROM THE ORIGINATOR COMPANY IDS LISTED ON  *
      *  THE ACCOUNT'S OTHER RECORDS, EACH UP TO ITS MAXIMUM AMOUNT   *
      *  (ZERO = NO LIMIT). CREDITS ARE NEVER BLOCKED. MAINTAINED ON  *
      *  THE WGRVACHA TELLER SCREEN AND LOADED FROM THE CUSTOMER      *
      *  CARD FILE BY ACHALOAD; ACHPOST CHECKS IT FOR EVERY DEBIT.    *
      *  A CANCELLED RECORD IS IGNORED BUT KEPT FOR THE HISTORY.      *
      *****************************************************************
       01  WBACA-RECORD.
           05 ACA-KEY.
              10 ACA-SSN                  PIC X(9).
              10 ACA-ACCT-NUM             PIC X(10).
              10 ACA-COMPANY-ID           PIC X(10).
           05 ACA-MODE-CODE               PIC X(1)       VALUE SPACE.
              88 ACA-MODE-BLOCK-ALL                      VALUE 'B'.
              88 ACA-MODE-FILTER                         VALUE 'F'.
           05 ACA-MAX-AMOUNT              PIC S9(13)V99  COMP-3.
           05 ACA-STATUS-CODE             PIC X(1)       VALUE 'A'.
              88 ACA-STATUS-ACTIVE                       VALUE 'A'.
              88 ACA-STATUS-CANCELLED                    VALUE 'C'.
           05 ACA-COMPANY-NAME            PIC X(16).
           05 ACA-MAINT-OPID              PIC X(3).
           05 ACA-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(12).
