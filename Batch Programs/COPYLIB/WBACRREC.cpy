              10 ACR-ACCT-NUM             PIC X(10).
           05 ACR-ACCRUED-AMT             PIC S9(13)V99  COMP-3.
           05 ACR-LAST-ACCRUAL-DATE       PIC X(10).
      *    ON A CREDIT LINE, THE BUSINESS DATE THE MONTHLY LOCBILL RUN
      *    LAST BILLED IT - A SECOND RUN ON THE SAME DATE SKIPS THE
      *    LINE. THE ONLINE COPIES CARRY THESE BYTES AS FILLER.
           05 ACR-LAST-BILL-DATE          PIC X(10).
           05 FILLER                      PIC X(04).
