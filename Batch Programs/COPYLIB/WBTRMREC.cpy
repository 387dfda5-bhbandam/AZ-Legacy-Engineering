      *  SUPERVISOR SCREEN; WBGCASH REFUSES TO DISPENSE AT A          *
      *  TERMINAL MARKED OUT OF SERVICE OR PAST ITS DISPENSE CAP,     *
      *  AND TRMSETTL PRINTS THE LOCATION NAME INSTEAD OF THE BARE    *
      *  TERMINAL ID. THE CASSETTE COUNTS ARE LOADED BY REPLENISHMENT *
      *  ON THE WGRVVALT VAULT SCREEN AND RUN DOWN BY EACH CONFIRMED  *
      *  WBGCASH DISPENSE; A TERMINAL THAT CAN NO LONGER DISPENSE ITS *
      *  SMALLEST NOTE GOES OUT OF SERVICE ON ITS OWN (STATUS E) AND  *
      *  COMES BACK AT THE NEXT REPLENISHMENT. THE SURCHARGE IS WHAT  *
      *  WBFORGN DISCLOSES TO ANOTHER BANK'S CARDHOLDER BEFORE A      *
      *  WITHDRAWAL AT THE TERMINAL; ICHGPOST SETTLES IT AND THE      *
      *  SURCHRPT MONTHLY REPORT SHOWS IT BY TERMINAL AND BRANCH.     *
      *****************************************************************
       01  WBTRM-RECORD.
           05 TRM-TERM-ID                 PIC X(4).
           05 TRM-DISPENSE-LIMIT          PIC S9(7)V99   COMP-3.
           05 TRM-STATUS-CODE             PIC X(1)       VALUE 'I'.
              88 TRM-STATUS-IN-SERVICE                   VALUE 'I'.
              88 TRM-STATUS-OUT-OF-SERVICE               VALUE 'O' 'E'.
              88 TRM-STATUS-CASH-OUT                     VALUE 'E'.
      *    CASSETTES IN DESCENDING DENOMINATION ORDER (WHOLE DOLLARS);
      *    A ZERO DENOMINATION MARKS AN UNUSED POSITION, AND A TERMINAL
      *    WITH NO CASSETTES CONFIGURED IS NOT CASH-TRACKED
           05 TRM-CASSETTE                OCCURS 4 TIMES.
              10 TRM-CAS-DENOM            PIC 9(3).
              10 TRM-CAS-COUNT            PIC S9(5)      COMP-3.
      *    LOW-CASH EVENT WHEN THE NOTES LEFT FALL TO THIS COUNT
           05 TRM-LOW-CASH-NOTES          PIC S9(5)      COMP-3.
           05 TRM-LOW-CASH-SW             PIC X(1).
              88 TRM-LOW-CASH-REPORTED                   VALUE 'Y'.
      *    FOREIGN-CARD WITHDRAWAL SURCHARGE (ZERO = NO SURCHARGE)
           05 TRM-SURCHARGE               PIC S9(3)V99   COMP-3.
           05 FILLER                      PIC X(6).
