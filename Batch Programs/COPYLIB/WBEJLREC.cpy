      *  DECLINE REASON, SPACES FOR A SESSION THAT NEVER REACHED A    *
      *  REPLY). KEYED BY TERMINAL, DATE, TIME AND TASK SO THE        *
      *  EJNLRPT RESEARCH REPORT CAN RECONSTRUCT A SESSION FOR        *
      *  DISPUTE WORK. WBVALUSR ALSO RECORDS THE CARD SEQUENCE        *
      *  (POSITIONS 5-16 OF THE CARD NUMBER - THE BANK PREFIX IS THE  *
      *  SAME) WHEN THE TERMINAL READ A CARD, SO THE NIGHTLY SKIMDET  *
      *  ANALYSIS CAN NAME THE CARDS THAT PASSED THROUGH A MACHINE;   *
      *  CARDLESS SESSIONS AND THE OTHER PROGRAMS LEAVE IT SPACES.    *
      *****************************************************************
       01  WBEJL-RECORD.
           05 EJL-KEY.
           05 EJL-ACCT-NUM                PIC X(10).
           05 EJL-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 EJL-STATUS                  PIC X(1).
           05 EJL-CARD-SEQ                PIC X(12).
           05 FILLER                      PIC X(1).
