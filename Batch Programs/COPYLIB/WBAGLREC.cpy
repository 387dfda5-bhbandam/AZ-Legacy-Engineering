      *****************************************************************
      *  WBAGLREC - WOODGROVEBANK ACCRUAL LEDGER CONTROL RECORD       *
      *  LAYOUT, AS STORED IN THE WBACGLDB VSAM FILE. ONE RECORD PER  *
      *  WBACCRDB ACCRUAL RECORD, KEYED LIKE IT, HOLDING HOW MUCH OF  *
      *  THE ACCOUNT'S ACCRUAL THE NIGHTLY ACRJRNL RUN HAS ALREADY    *
      *  JOURNALLED TO THE GENERAL LEDGER. THE NEXT RUN BOOKS ONLY    *
      *  THE DIFFERENCE. AGL-PRIOR-BOOKED-AMT KEEPS THE FIGURE AS IT  *
      *  STOOD BEFORE AGL-LAST-JRNL-DATE SO A RERUN ON THE SAME       *
      *  BUSINESS DATE REBUILDS THE SAME JOURNAL.                     *
      *****************************************************************
       01  WBAGL-RECORD.
           05 AGL-KEY.
              10 AGL-SSN                  PIC X(9).
              10 AGL-ACCT-NUM             PIC X(10).
           05 AGL-ACCT-TYPE-CODE          PIC X(1).
           05 AGL-BOOKED-AMT              PIC S9(13)V99  COMP-3.
           05 AGL-PRIOR-BOOKED-AMT        PIC S9(13)V99  COMP-3.
           05 AGL-LAST-JRNL-DATE          PIC X(10).
           05 FILLER                      PIC X(10).
