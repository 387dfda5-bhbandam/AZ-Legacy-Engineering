      *****************************************************************
      *  WBCKOREC - WOODGROVEBANK CHECK-STOCK ORDER RECORD LAYOUT, AS *
      *  STORED IN THE WBCKORDB VSAM FILE. ONE RECORD PER ORDER,      *
      *  KEYED LIKE THE CHECKING ACCOUNT PLUS AN ORDER SEQUENCE, SO   *
      *  AN ACCOUNT'S ORDERS READ BACK TOGETHER IN THE ORDER PLACED.  *
      *  ORDERS ARE TAKEN ON THE WGRVCKOR TELLER SCREEN AND THROUGH   *
      *  THE CUSTOMERCARE DESKTOP (WTICKOR). THE NIGHTLY CKORDEXT RUN *
      *  SENDS EACH OPEN ORDER TO THE CHECK PRINTER ON THE VENDOR     *
      *  EXTRACT, DEBITS THE CHECK-ORDER FEE (FEE CODE CKOR) AND      *
      *  MARKS THE ORDER ISSUED. THE ISSUED ORDERS ARE THE ACCOUNT'S  *
      *  RECORD OF THE SERIAL RANGES IT HOLDS: CHKPOST FLAGS A        *
      *  PRESENTED CHECK WHOSE SERIAL IS FAR OUTSIDE ALL OF THEM.     *
      *  A BLANK SHIP-TO ADDRESS SHIPS TO THE CUSTOMER'S ADDRESS ON   *
      *  FILE AS OF THE EXTRACT.                                      *
      *                                                               *
      *  STATUS   O  ORDERED - AWAITING THE NIGHTLY EXTRACT           *
      *           I  ISSUED  - SENT TO THE PRINTER, FEE CHARGED       *
      *           C  CANCELLED BEFORE THE EXTRACT                     *
      *           R  REJECTED BY THE EXTRACT (ACCOUNT NOT AN OPEN     *
      *              CHECKING ACCOUNT, OR NO ADDRESS TO SHIP TO)      *
      *****************************************************************
       01  WBCKO-RECORD.
           05 CKO-KEY.
              10 CKO-SSN                  PIC X(9).
              10 CKO-ACCT-NUM             PIC X(10).
              10 CKO-SEQ                  PIC 9(4).
           05 CKO-STYLE-CODE              PIC X(2).
              88 CKO-STYLE-WALLET                VALUE 'WS'.
              88 CKO-STYLE-WALLET-DUP            VALUE 'WD'.
              88 CKO-STYLE-BUSINESS              VALUE 'B3'.
           05 CKO-QUANTITY                PIC 9(4).
           05 CKO-START-SERIAL            PIC 9(10).
           05 CKO-END-SERIAL              PIC 9(10).
           05 CKO-SHIP-TO.
              10 CKO-SHIP-STREET          PIC X(20).
              10 CKO-SHIP-CITY            PIC X(10).
              10 CKO-SHIP-STATE           PIC X(4).
              10 CKO-SHIP-ZIP             PIC X(5).
           05 CKO-STATUS-CODE             PIC X(1).
              88 CKO-STATUS-ORDERED              VALUE 'O'.
              88 CKO-STATUS-ISSUED               VALUE 'I'.
              88 CKO-STATUS-CANCELLED            VALUE 'C'.
              88 CKO-STATUS-REJECTED             VALUE 'R'.
      *    T = TELLER SCREEN, C = CUSTOMERCARE DESKTOP
           05 CKO-SOURCE-CODE             PIC X(1).
           05 CKO-ORDER-DATE              PIC X(10).
           05 CKO-OPID                    PIC X(3).
           05 CKO-EXTRACT-DATE            PIC X(10).
           05 CKO-FEE-AMT                 PIC S9(5)V99   COMP-3.
           05 CKO-REJECT-REASON           PIC X(20).
           05 FILLER                      PIC X(16).
