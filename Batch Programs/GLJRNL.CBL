      *      COLS 5-12  GL ACCOUNT DEBITED
      *      COLS 14-21 GL ACCOUNT CREDITED
      *      COLS 23-42 JOURNAL LINE DESCRIPTION
      *    CARDS WITH TXN TYPE 'A' ARE THE INTEREST ACCRUAL CARDS
      *    THAT ACRJRNL READS FROM THE SAME DECK, AND CARDS WITH TXN
      *    TYPE 'U' ARE THE ATM SURCHARGE REVENUE CARDS THAT ICHGPOST
      *    READS; NO POSTING CARRIES EITHER TYPE, SO THEY NEVER MATCH
      *    HERE.
       FD  GLMAP-FILE
           RECORD CONTAINS 80.
       01  GLMAP-RECORD.
