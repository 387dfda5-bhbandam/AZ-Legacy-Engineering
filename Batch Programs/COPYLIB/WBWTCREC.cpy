      *  IN THE WBWATCH VSAM FILE. ONE RECORD PER LISTED NAME,        *
      *  REBUILT FROM THE PUBLISHED LIST BY THE WTCHLOAD BATCH JOB.   *
      *  THE ADD-CUSTOMER PROGRAMS (WGRVADDC, WTIADDC) SCREEN EVERY   *
      *  NEW NAME AGAINST THIS FILE BEFORE THE CUSTOMER IS WRITTEN,   *
      *  AND WATCHSCR RESCREENS THE NAMES ALREADY ON FILE AGAINST IT  *
      *  AFTER EVERY RELOAD.                                          *
      *****************************************************************
       01  WBWTC-RECORD.
           05 WTC-NAME                    PIC X(30).
