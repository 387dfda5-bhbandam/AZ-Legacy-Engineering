                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
                 88 ACCOUNT-TYPE-LON            VALUE 'L'.
                 88 ACCOUNT-TYPE-IRA            VALUE 'I'.
                 88 ACCOUNT-TYPE-LOC            VALUE 'R'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-CHECKING REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LON-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LON-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LON-BAL          PIC S9(13)V99  COMP-3.
      *       WHAT THE LOAN FINANCES, SET WHEN IT IS BOOKED - THE
      *       MONTHLY LOAN-LOSS REPORT TOTALS CHARGE-OFFS BY IT
      *       (SEE LNLOSRPT). LOANS BOOKED BEFORE THE FIELD CARRY
      *       A SPACE AND REPORT AS OTHER.
              10 ACCOUNT-LON-PURPOSE-CODE PIC X(01).
                 88 ACCOUNT-LON-PURPOSE-AUTO        VALUE 'A'.
                 88 ACCOUNT-LON-PURPOSE-MORTGAGE    VALUE 'M'.
                 88 ACCOUNT-LON-PURPOSE-PERSONAL    VALUE 'P'.
                 88 ACCOUNT-LON-PURPOSE-BUSINESS    VALUE 'B'.
                 88 ACCOUNT-LON-PURPOSE-EDUCATION   VALUE 'E'.
                 88 ACCOUNT-LON-PURPOSE-OTHER       VALUE 'O' ' '.
                 88 ACCOUNT-LON-PURPOSE-VALID       VALUE 'A' 'M'
                                                          'P' 'B'
                                                          'E' 'O'.
              10 FILLER                   PIC X(06).
      *    AN IRA KEEPS THE SAVINGS OFFSETS FOR ITS RATE, STATEMENT
      *    DATE, ITEM COUNT AND BALANCE, SO THE SAVINGS-STYLE POSTING
      *    PATHS CARRY IT UNCHANGED. THE CONTRIBUTION TOTALS ARE KEPT
      *    FOR THE CURRENT AND PRIOR TAX YEAR AGAINST THE ANNUAL
      *    LIMIT (FEE CODE IRAL ON WBFEEDB) AND ROLL FORWARD ON THE
      *    FIRST CONTRIBUTION OF A NEW YEAR; EVERY CONTRIBUTION AND
      *    DISTRIBUTION IS ALSO LOGGED ON WBIRADB FOR THE YEAR-END
      *    YR5498 RUN.
           05 ACCOUNT-TYPE-IRA-AREA  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-IRA-INT-RATE     PIC S9(1)V99   COMP-3.
              10 ACCOUNT-IRA-PLAN-CODE    PIC X(01).
                 88 ACCOUNT-IRA-TRADITIONAL         VALUE 'T' ' '.
                 88 ACCOUNT-IRA-ROTH                VALUE 'R'.
              10 FILLER                   PIC X(02).
              10 ACCOUNT-IRA-LAST-STMT    PIC X(10).
              10 ACCOUNT-IRA-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-IRA-BAL          PIC S9(13)V99  COMP-3.
              10 ACCOUNT-IRA-CONTRIB-YEAR PIC 9(04).
              10 ACCOUNT-IRA-CUR-CONTRIB  PIC S9(5)V99   COMP-3.
              10 ACCOUNT-IRA-PRI-CONTRIB  PIC S9(5)V99   COMP-3.
      *    A REVOLVING LINE OF CREDIT CARRIES THE DRAWN AMOUNT OWED
      *    AS ITS BALANCE, LIKE A LOAN; AVAILABLE CREDIT IS THE LIMIT
      *    LESS THE BALANCE. DRAWS POST AS DEBITS FROM THE TELLER,
      *    ATM TRANSFER AND TI PATHS, PAYMENTS AS CREDITS. INTEREST
      *    ACCRUES NIGHTLY ON WBACCRDB (LOANPOST) AND IS BILLED BY
      *    THE MONTHLY LOCBILL RUN, WHICH SETS THE MINIMUM PAYMENT
      *    AND DUE DATE. THE MINIMUM IS WORKED DOWN BY PAYMENTS;
      *    ANY LEFT AFTER THE DUE DATE IS AGED ON WBCOLLDB. THE
      *    STATEMENT ITEM COUNT IS THE LAST ITEM BILLED, SO EACH
      *    BILL LISTS ONLY THE ITEMS POSTED SINCE.
           05 ACCOUNT-TYPE-LINE  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LOC-INT-RATE     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-LOC-CREDIT-LIMIT PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LOC-MIN-DUE      PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LOC-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LOC-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LOC-BAL          PIC S9(13)V99  COMP-3.
              10 ACCOUNT-LOC-STMT-ITEMS   PIC S9(7)      COMP-3.
           05 ACCOUNT-STATUS-CODE        PIC X(01)      VALUE 'A'.
              88 ACCOUNT-ACTIVE                         VALUE 'A'.
              88 ACCOUNT-CLOSED                         VALUE 'C'.
           05 ACCOUNT-CLASS-CODE         PIC X(1)       VALUE SPACES.
              88 ACCOUNT-CLASS-CONSUMER           VALUE 'P' ' '.
              88 ACCOUNT-CLASS-BUSINESS           VALUE 'B'.
      *    OWNERSHIP - A CUSTODIAL (UTMA) ACCOUNT IS HELD UNDER THE
      *    MINOR'S SSN WITH THE CUSTODIAN NAMED ON WBCSDDB (SEE
      *    WBCSDREC). NO ATM CARD IS ISSUED OR HONOURED ON IT, AND
      *    THE NIGHTLY MAJCONV RUN RETITLES IT TO THE MINOR (BACK TO
      *    BLANK) ON THE DAY THEY REACH THE AGE OF MAJORITY.
           05 ACCOUNT-OWNERSHIP-CODE     PIC X(1)       VALUE SPACES.
              88 ACCOUNT-OWNER-INDIVIDUAL         VALUE ' '.
              88 ACCOUNT-OWNER-CUSTODIAL          VALUE 'U'.
           05 FILLER                     PIC X(2)       VALUE SPACES.
