      *****************************************************************
      *  WBSWPREC - WOODGROVEBANK ZERO-BALANCE SWEEP RELATIONSHIP     *
      *  RECORD LAYOUT, AS STORED IN THE WBSWEPDB VSAM FILE. ONE      *
      *  RECORD PER SUBSIDIARY BUSINESS CHECKING ACCOUNT, KEYED BY    *
      *  ITS MASTER (CONCENTRATION) ACCOUNT FIRST SO A FAMILY READS   *
      *  BACK TOGETHER. THE NIGHTLY ZBASWEEP RUN, AFTER ALL POSTING,  *
      *  MOVES EACH SUBSIDIARY'S COLLECTED EXCESS OVER ITS TARGET UP  *
      *  TO THE MASTER AND FUNDS A SHORTFALL BELOW THE TARGET DOWN    *
      *  FROM IT (A ZERO TARGET IS A TRUE ZERO-BALANCE ACCOUNT).      *
      *  BOTH ACCOUNTS MUST BE BUSINESS-CLASS CHECKING. A SUSPENDED   *
      *  RELATIONSHIP IS SKIPPED BUT KEPT.                            *
      *****************************************************************
       01  WBSWP-RECORD.
           05 SWP-KEY.
              10 SWP-MASTER-SSN           PIC X(9).
              10 SWP-MASTER-ACCT-NUM      PIC X(10).
              10 SWP-SUB-SSN              PIC X(9).
              10 SWP-SUB-ACCT-NUM         PIC X(10).
           05 SWP-TARGET-BAL              PIC S9(13)V99  COMP-3.
      *    BOTH WAYS BY DEFAULT; 'U' ONLY SWEEPS THE EXCESS UP AND
      *    NEVER FUNDS THE SUBSIDIARY FROM THE MASTER
           05 SWP-DIRECTION-CODE          PIC X(1)       VALUE 'B'.
              88 SWP-DIRECTION-BOTH                      VALUE 'B' ' '.
              88 SWP-DIRECTION-UP-ONLY                   VALUE 'U'.
           05 SWP-STATUS-CODE             PIC X(1)       VALUE 'A'.
              88 SWP-STATUS-ACTIVE                       VALUE 'A'.
              88 SWP-STATUS-SUSPENDED                    VALUE 'S'.
           05 SWP-EFFECTIVE-DATE          PIC X(10).
      *    SET BY ZBASWEEP - THE AMOUNT IS SIGNED FROM THE
      *    SUBSIDIARY'S SIDE (POSITIVE SWEPT UP, NEGATIVE FUNDED)
           05 SWP-LAST-SWEEP-DATE         PIC X(10)      VALUE SPACES.
           05 SWP-LAST-SWEEP-AMT          PIC S9(13)V99  COMP-3.
           05 SWP-MAINT-OPID              PIC X(3).
           05 SWP-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(11).
