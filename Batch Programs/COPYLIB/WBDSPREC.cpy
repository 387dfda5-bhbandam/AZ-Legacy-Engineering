      *  EACH AUTOMATIC REVERSAL (DISPENSE FAILURE OR LOST SESSION)   *
      *  AND EACH REJECTED REPLAY; THE QUEUE'S EXTRAPARTITION DATASET *
      *  FEEDS THE MORNING ATMEXRPT EXCEPTION REPORT FOR BRANCH       *
      *  OPERATIONS. WBGCASH ALSO QUEUES THE CASSETTE CASH EVENTS     *
      *  (LOW CASH, AND CASH OUT WITH THE TERMINAL TAKEN OUT OF       *
      *  SERVICE) WITH NO SSN/ACCOUNT AND THE CASH LEFT AS AMOUNT.    *
      *****************************************************************
       01  WBDSP-RECORD.
           05 DSP-SSN                     PIC X(9).
           05 DSP-TIME                    PIC X(8).
           05 DSP-TERM-ID                 PIC X(4).
           05 DSP-REASON                  PIC X(20).
              88 DSP-REASON-CASH-EVENT    VALUE 'LOW CASH'
                                                'CASH OUT - NO SVC'.
           05 DSP-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 FILLER                      PIC X(11).
