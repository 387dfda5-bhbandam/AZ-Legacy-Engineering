      *****************************************************************
      *  WBSURREC - WOODGROVEBANK ATM SURCHARGE REVENUE HISTORY       *
      *  RECORD LAYOUT, AS STORED IN THE WBSURDB VSAM FILE. ONE       *
      *  RECORD PER SURCHARGING TERMINAL PER BUSINESS DATE, WRITTEN   *
      *  BY THE ICHGPOST ACQUIRING PASS WHEN IT SETTLES THE DAY'S     *
      *  FOREIGN-CARD SURCHARGES WITH THE NETWORK AND JOURNALS THEM   *
      *  TO THE GL (A RERUN FOR THE SAME DATE REPLACES ITS RECORDS).  *
      *  THE GL ACCOUNT IS THE REVENUE ACCOUNT CREDITED AND THE FLAG  *
      *  SAYS WHETHER THAT DAY'S JOURNAL WAS RELEASED TO THE GL. THE  *
      *  SURCHRPT MONTHLY REPORT READS THESE RECORDS.                 *
      *****************************************************************
       01  WBSUR-RECORD.
           05 SUR-KEY.
              10 SUR-DATE                 PIC X(10).
              10 SUR-TERM-ID              PIC X(4).
           05 SUR-BRANCH                  PIC X(3).
           05 SUR-TXN-COUNT               PIC 9(7).
           05 SUR-AMOUNT                  PIC S9(11)V99  COMP-3.
           05 SUR-GL-ACCT                 PIC X(8).
           05 SUR-JOURNAL-FLAG            PIC X(1).
              88 SUR-JOURNAL-RELEASED                    VALUE 'Y'.
           05 FILLER                      PIC X(10).
