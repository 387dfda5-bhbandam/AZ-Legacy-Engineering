      *****************************************************************
      *  WBRDLREC - WOODGROVEBANK REMOTE DEPOSIT CAPTURE LIMIT AND    *
      *  USAGE RECORD, AS STORED IN THE WBRDCLDB VSAM FILE. ONE       *
      *  RECORD PER CUSTOMER, CREATED BY RDCPOST WITH THE CUSTOMER'S  *
      *  FIRST MOBILE DEPOSIT. A ZERO LIMIT TAKES THE BANK DEFAULT    *
      *  FROM THE RDCPOST PARM CARD; A NON-ZERO LIMIT OVERRIDES IT    *
      *  FOR THIS CUSTOMER. THE RUNNING TOTALS RESTART WHEN THE       *
      *  POSTING DATE (DAY) OR ITS YEAR-MONTH (MONTH) MOVES ON. A     *
      *  SUSPENDED CUSTOMER HAS EVERY MOBILE DEPOSIT RETURNED.        *
      *****************************************************************
       01  WBRDL-RECORD.
           05 RDL-KEY.
              10 RDL-SSN                  PIC X(9).
           05 RDL-DAILY-LIMIT             PIC S9(9)V99   COMP-3.
           05 RDL-MONTHLY-LIMIT           PIC S9(9)V99   COMP-3.
           05 RDL-LAST-DATE               PIC X(10).
           05 RDL-DAY-TOTAL               PIC S9(9)V99   COMP-3.
           05 RDL-MONTH                   PIC X(7).
           05 RDL-MONTH-TOTAL             PIC S9(11)V99  COMP-3.
           05 RDL-STATUS-CODE             PIC X(1).
              88 RDL-STATUS-ACTIVE               VALUE 'A'.
              88 RDL-STATUS-SUSPENDED            VALUE 'S'.
           05 FILLER                      PIC X(28).
