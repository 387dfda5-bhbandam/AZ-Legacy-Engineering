           05 CUSTOMER-BUW-STATUS         PIC X      VALUE 'N'.
                 88 CUSTOMER-BUW-REQUIRED             VALUE 'Y'.
           05 CUSTOMER-W9-DATE            PIC X(10)  VALUE SPACES.
      *    DATE OF DEATH, ENTERED AND CONFIRMED UNDER DUAL CONTROL ON
      *    WGRVCUSL ('C'). THE NIGHTLY ESTATE RUN FREEZES AND RETITLES
      *    THE ACCOUNTS, HOT-CARDS THE CARDS, SUSPENDS THE STANDING
      *    ORDERS AND CANCELS THE ALERTS, THEN MARKS IT 'P'. STMTGEN
      *    DROPS THE STATEMENT MESSAGE ZONE FOR EITHER STATUS. THE
      *    DATE (CCYYMMDD) IS ONLY MEANINGFUL WHEN THE STATUS IS NOT
      *    BLANK - THE OTHER ONLINE COPIES CARRY THESE BYTES AS FILLER.
           05 CUSTOMER-ESTATE-STATUS      PIC X      VALUE SPACE.
                 88 CUSTOMER-IS-LIVING                VALUE SPACE.
                 88 CUSTOMER-DEATH-CONFIRMED          VALUE 'C'.
                 88 CUSTOMER-ESTATE-PROCESSED         VALUE 'P'.
           05 CUSTOMER-DEATH-DATE         PIC 9(8)   COMP-3 VALUE 0.
           05 FILLER                      PIC X(2)   VALUE SPACES.
