      *  NON-ACCRUAL AT 90 DAYS, AT WHICH POINT THE DAILY INTEREST    *
      *  ACCRUAL STOPS. A PAYMENT THAT BRINGS THE LOAN CURRENT        *
      *  CURES THE RECORD BUT LEAVES THE CONTACT HISTORY IN PLACE.    *
      *  GOING ON NON-ACCRUAL ALSO REVERSES THE INTEREST ACCRUED BUT   *
      *  NOT YET COLLECTED, AND AT THE CHARGE-OFF AGE (120 DAYS BY    *
      *  DEFAULT) A LOAN IS WRITTEN DOWN TO ZERO, CLOSED, REGISTERED  *
      *  ON WBCHGOFF FOR RECOVERY AND LEFT HERE AS CHARGED OFF.       *
      *  COLLECTIONS OFFICERS RECORD PROMISES-TO-PAY AND CONTACT      *
      *  OUTCOMES ON THE WGRVCOLL SCREEN.                             *
      *  A REVOLVING CREDIT LINE IS QUEUED AND AGED THE SAME WAY      *
      *  WHILE A BILLED MINIMUM PAYMENT IS UNPAID PAST ITS DUE DATE   *
      *  (SEE LOCBILL AND LOANPOST).                                  *
      *****************************************************************
       01  WBCLQ-RECORD.
           05 CLQ-KEY.
              88 CLQ-STATUS-DELINQUENT           VALUE 'D'.
              88 CLQ-STATUS-NONACCRUAL           VALUE 'N'.
              88 CLQ-STATUS-CURED                VALUE 'C'.
              88 CLQ-STATUS-CHARGED-OFF          VALUE 'X'.
           05 CLQ-DAYS-PAST-DUE           PIC S9(5)      COMP-3.
           05 CLQ-LAST-AGED-DATE          PIC X(10).
           05 CLQ-LATE-FEE-FLAG           PIC X(1).
