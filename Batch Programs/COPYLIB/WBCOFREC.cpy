      *  WBCOFREC - WOODGROVEBANK CHARGE-OFF REGISTER RECORD LAYOUT,  *
      *  AS STORED IN THE WBCHGOFF VSAM FILE. ONE RECORD PER ACCOUNT  *
      *  THE NIGHTLY NEGAGING RUN WRITES OFF AFTER THE CHARGE-OFF    *
      *  AGE, AND PER LOAN LOANPOST CHARGES OFF (LNLOSRPT REPORTS     *
      *  THOSE BY LOAN PURPOSE AND BRANCH), CARRYING THE WRITTEN-OFF *
      *  AMOUNT FOR RECOVERY TRACKING                                *
      *  AND THE GL. RECOVERIES - TELLER-RECEIVED ON WGRVCRCV OR     *
      *  AGENCY-REMITTED THROUGH COFRCVPT - ARE WORKED AGAINST THE   *
      *  RECORD UNTIL THE LOSS IS RECOVERED OR THE RECORD CLOSED;    *
      *  EACH ONE IS ALSO KEPT ON WBCOFRCV (SEE WBCRVREC).           *
      *****************************************************************
       01  WBCOF-RECORD.
           05 COF-KEY.
              88 COF-STATUS-OPEN                         VALUE 'O'.
              88 COF-STATUS-RECOVERED                    VALUE 'R'.
              88 COF-STATUS-CLOSED                       VALUE 'C'.
      *    SERVICING BRANCH OF THE ACCOUNT AT CHARGE-OFF, FOR THE
      *    BRANCH LOSS REPORTING IN COFRPT
           05 COF-BRANCH                  PIC X(3).
           05 COF-LAST-RECOVERY-DATE      PIC X(10).
