      *****************************************************************
      *  WBOPRREC - WOODGROVEBANK OPERATOR ENTITLEMENT RECORD LAYOUT, *
      *  AS STORED IN THE WBOPERDB VSAM FILE AND MAINTAINED ONLINE ON *
      *  THE WGRVOPER SCREEN. ONE RECORD PER OPERATOR ID.             *
      *  OPR-ACCESS-STATUS IS SET BY OPRRECRT:                        *
      *    - 'S' SUSPENDED - THE NIGHTLY IDLE SWEEP FOUND NO AUDITED  *
      *      ACTIVITY (AUD-OPID ON WBAUDTDB) IN THE IDLE DAYS;        *
      *    - 'X' REMOVED - A MANAGER ATTESTED REMOVE AT THE QUARTERLY *
      *      RECERTIFICATION; THE RECORD IS KEPT WITH NO FUNCTIONS.   *
      *  'R' IS A SUSPENSION A SUPERVISOR REINSTATED ON WGRVOPER OR A *
      *  MANAGER KEPT AT RECERTIFICATION. THE STATUS DATE AND OPID    *
      *  SAY WHEN AND BY WHOM - SPACES FOR THE IDLE SWEEP. A BARRED   *
      *  OPERATOR HOLDS NO FUNCTION AND PASSES NO SUPERVISOR CHECK.   *
      *****************************************************************
       01  WBOPR-RECORD.
           05 OPR-KEY.
              10 OPR-OPID                 PIC X(3).
           05 OPR-ROLE                    PIC X(1).
              88 OPR-ROLE-SUPERVISOR             VALUE 'S'.
              88 OPR-ROLE-TELLER                 VALUE 'T'.
           05 OPR-FUNC-CLOSE              PIC X(1).
           05 OPR-FUNC-ADJUST             PIC X(1).
           05 OPR-FUNC-APPROVE            PIC X(1).
           05 OPR-FUNC-REVERSE            PIC X(1).
           05 OPR-FUNC-RATEMAINT          PIC X(1).
           05 OPR-FUNC-HOLD               PIC X(1).
           05 OPR-DOLLAR-LIMIT            PIC S9(7)V99   COMP-3.
           05 OPR-BRANCH                  PIC X(3).
           05 OPR-FUNC-REVEAL             PIC X(1).
           05 OPR-ACCESS-STATUS           PIC X(1).
              88 OPR-ACCESS-ACTIVE               VALUE ' '.
              88 OPR-ACCESS-SUSPENDED            VALUE 'S'.
              88 OPR-ACCESS-REINSTATED           VALUE 'R'.
              88 OPR-ACCESS-REMOVED              VALUE 'X'.
              88 OPR-ACCESS-BARRED               VALUE 'S' 'X'.
           05 OPR-STATUS-DATE             PIC 9(8)       COMP-3.
           05 OPR-STATUS-OPID             PIC X(3).
           05 FILLER                      PIC X(2).
