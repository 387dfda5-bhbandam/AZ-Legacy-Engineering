      *  THE NIGHTLY BATCH WINDOW, IN EXECUTION SEQUENCE. MAINTAINED  *
      *  BY THE BATSCHED DRIVER, WHICH REFUSES TO START A STEP WHOSE  *
      *  PREDECESSOR HAS NOT COMPLETED CLEANLY AND LEAVES A           *
      *  RESTARTABLE PICTURE OF WHERE THE WINDOW STOPPED. EACH STEP   *
      *  CARRIES A RUN FREQUENCY (DAILY, BUSINESS MONTH-END, QUARTER- *
      *  END, YEAR-END, A DAY OF THE MONTH, OR THE FIRST BUSINESS DAY *
      *  ON OR AFTER A DAY OF THE MONTH).                             *
      *****************************************************************
       01  WBRUN-RECORD.
           05 RUN-STEP-NUM               PIC 9(03).
              88 RUN-STEP-RUNNING                  VALUE 'R'.
              88 RUN-STEP-COMPLETE                 VALUE 'C'.
              88 RUN-STEP-FAILED                   VALUE 'F'.
              88 RUN-STEP-NOT-SCHEDULED            VALUE 'N'.
           05 RUN-BUSINESS-DATE          PIC X(10).
           05 RUN-START-TIME             PIC X(16).
           05 RUN-END-TIME               PIC X(16).
           05 RUN-RETURN-CODE            PIC 9(04).
      *    WHICH WINDOWS THE STEP RUNS IN - RESOLVED AGAINST THE
      *    HOLIDAY CALENDAR AT RESET; A STEP NOT DUE TONIGHT IS SET
      *    NOT SCHEDULED AND ITS SUCCESSOR GATES ON ITS PREDECESSOR.
      *    DAY-OF-MONTH RULES TAKE RUN-FREQ-DAY (01-31; A DAY PAST
      *    THE END OF A SHORT MONTH MEANS ITS LAST DAY).
           05 RUN-FREQUENCY              PIC X(01).
              88 RUN-FREQ-DAILY                    VALUE 'D' ' '.
              88 RUN-FREQ-MONTH-END                VALUE 'M'.
              88 RUN-FREQ-QUARTER-END              VALUE 'Q'.
              88 RUN-FREQ-YEAR-END                 VALUE 'Y'.
              88 RUN-FREQ-ON-DAY                   VALUE 'N'.
              88 RUN-FREQ-ON-OR-AFTER-DAY          VALUE 'A'.
              88 RUN-FREQ-VALID                    VALUE 'D' ' ' 'M'
                                                         'Q' 'Y' 'N'
                                                         'A'.
           05 RUN-FREQ-DAY               PIC 9(02).
           05 FILLER                     PIC X(06).
