      *****************************************************************
      *  WBLMDREC - WOODGROVEBANK LOAN MODIFICATION HISTORY RECORD    *
      *  LAYOUT, AS STORED IN THE WBLMODDB VSAM FILE. ONE RECORD PER  *
      *  MODIFICATION, KEYED LIKE THE LOAN PLUS A SEQUENCE. WGRVLMOD  *
      *  WRITES IT WHEN A SUPERVISOR REDUCES THE RATE, EXTENDS THE    *
      *  TERM OR DEFERS ONE TO THREE PAYMENTS, CARRYING THE LOAN      *
      *  TERMS BEFORE AND AFTER AND THE APPROVING OPERATOR. A         *
      *  DEFERRAL CAPITALIZES THE ACCRUED INTEREST ON WBACCRDB INTO   *
      *  THE BALANCE (LMD-CAP-INT-AMT) AND MOVES THE NEXT DUE DATE.   *
      *  LMD-CURED-FLAG IS 'Y' WHEN THE CHANGE BROUGHT THE LOAN       *
      *  CURRENT AND ITS WBCOLLDB DELINQUENCY RECORD WAS CURED.       *
      *****************************************************************
       01  WBLMD-RECORD.
           05 LMD-KEY.
              10 LMD-SSN                  PIC X(9).
              10 LMD-ACCT-NUM             PIC X(10).
              10 LMD-SEQ                  PIC 9(4).
           05 LMD-MOD-DATE                PIC X(10).
           05 LMD-MOD-TYPE                PIC X(1).
              88 LMD-MOD-RATE                    VALUE 'R'.
              88 LMD-MOD-TERM                    VALUE 'T'.
              88 LMD-MOD-DEFERRAL                VALUE 'D'.
           05 LMD-OLD-INT-RATE            PIC S9(3)V99   COMP-3.
           05 LMD-NEW-INT-RATE            PIC S9(3)V99   COMP-3.
           05 LMD-OLD-TERM-MONTHS         PIC S9(3)      COMP-3.
           05 LMD-NEW-TERM-MONTHS         PIC S9(3)      COMP-3.
           05 LMD-OLD-PAYMENT-AMT         PIC S9(7)V99   COMP-3.
           05 LMD-NEW-PAYMENT-AMT         PIC S9(7)V99   COMP-3.
           05 LMD-OLD-NEXT-DUE            PIC X(10).
           05 LMD-NEW-NEXT-DUE            PIC X(10).
           05 LMD-OLD-LOAN-BAL            PIC S9(13)V99  COMP-3.
           05 LMD-NEW-LOAN-BAL            PIC S9(13)V99  COMP-3.
           05 LMD-DEFER-MONTHS            PIC 9(1).
           05 LMD-CAP-INT-AMT             PIC S9(13)V99  COMP-3.
           05 LMD-CURED-FLAG              PIC X(1).
              88 LMD-CURED                       VALUE 'Y'.
           05 LMD-APPROVED-BY             PIC X(3).
           05 FILLER                      PIC X(10).
