      *****************************************************************
      *  WBCSDREC - WOODGROVEBANK CUSTODIAL (UTMA) DESIGNATION        *
      *  RECORD LAYOUT, AS STORED IN THE WBCSDDB VSAM FILE. ONE       *
      *  RECORD PER CUSTODIAL ACCOUNT, KEYED LIKE THE ACCOUNT (THE    *
      *  ACCOUNT IS HELD UNDER THE MINOR'S SSN) AND WRITTEN BY THE    *
      *  WGRVCSTD TELLER SCREEN, WHICH ALSO MARKS THE ACCOUNT         *
      *  CUSTODIAL (ACCOUNT-OWNERSHIP-CODE 'U'). BOTH PARTIES ARE     *
      *  NAMED BY CUSTOMER ID, AND THE MINOR'S DATE OF BIRTH COMES    *
      *  FROM THEIR CIP RECORD (WBCIPREC). THE NIGHTLY MAJCONV RUN    *
      *  QUEUES THE CONVERSION NOTICE AHEAD OF THE MAJORITY DATE AND  *
      *  RETITLES THE ACCOUNT TO THE MINOR ON IT. STMTGEN PRINTS THE  *
      *  CUSTODIAL TITLE ON THE STATEMENT.                            *
      *  A CONVERTED OR ENDED DESIGNATION IS KEPT FOR THE HISTORY.    *
      *****************************************************************
       01  WBCSD-RECORD.
           05 CSD-KEY.
              10 CSD-SSN                  PIC X(9).
              10 CSD-ACCT-NUM             PIC X(10).
           05 CSD-MINOR-CUST-ID           PIC X(10).
           05 CSD-CUSTODIAN-CUST-ID       PIC X(10).
           05 CSD-CUSTODIAN-SSN           PIC X(9).
      *    AGE AT WHICH THE ACCOUNT PASSES TO THE MINOR - 18 UNLESS
      *    THE GOVERNING STATE ACT ALLOWS THE TRANSFER TO BE DEFERRED
      *    (UP TO 25)
           05 CSD-MAJORITY-AGE            PIC 9(2)       VALUE 18.
           05 CSD-DESIGNATED-DATE         PIC X(10).
           05 CSD-DESIGNATED-BY           PIC X(3).
      *    SET BY MAJCONV WHEN THE CONVERSION NOTICE IS QUEUED, AND
      *    WHEN THE ACCOUNT IS RETITLED TO THE MINOR
           05 CSD-NOTICE-DATE             PIC X(10).
           05 CSD-CONVERTED-DATE          PIC X(10).
           05 CSD-STATUS-CODE             PIC X(1)       VALUE 'A'.
              88 CSD-STATUS-ACTIVE                       VALUE 'A'.
              88 CSD-STATUS-CONVERTED                    VALUE 'C'.
              88 CSD-STATUS-ENDED                        VALUE 'X'.
           05 FILLER                      PIC X(16).
