      *****************************************************************
      *  BKARIREC - BOOK ACCOUNTS RECEIVABLE INVOICE RECORD LAYOUT,   *
      *  AS STORED IN THE VSAMARI VSAM FILE. BKARINV WRITES ONE       *
      *  INVOICE PER ACKNOWLEDGED ORDER (AALFATS 'HI' RECORD); THE    *
      *  INVOICE NUMBER IS THE ORDER ID, SO AN ORDER SEEN AGAIN ON A  *
      *  LATER EXTRACT IS NEVER INVOICED TWICE. KEYED CUSTOMER +      *
      *  ORDER SO A CUSTOMER'S INVOICES BROWSE TOGETHER FOR CASH      *
      *  APPLICATION (BKARCSH) AND AGING AND STATEMENTS (BKARAGE),    *
      *  AND SO AN ORDER RECORD LEADS STRAIGHT TO ITS INVOICE         *
      *  (PUBREMIT).                                                  *
      *****************************************************************
       01  BKARI-RECORD.
           05 ARI-KEY.
              10 ARI-CUST-ID              PIC 9(9).
              10 ARI-ORDER-ID             PIC 9(8).
           05 ARI-BOOK-ID                 PIC 9(8).
           05 ARI-ORDER-DATE              PIC X(10).
           05 ARI-INVOICE-DATE            PIC X(10).
           05 ARI-DUE-DATE                PIC X(10).
           05 ARI-AMOUNT                  PIC S9(9)V99 COMP-3.
           05 ARI-AMT-PAID                PIC S9(9)V99 COMP-3.
           05 ARI-STATUS                  PIC X(1).
              88 ARI-OPEN                        VALUE 'O'.
              88 ARI-PAID                        VALUE 'P'.
      *          ORDER CANCELLED BEFORE ANY PAYMENT WAS APPLIED
              88 ARI-VOID                        VALUE 'V'.
      *    DATE THE INVOICE WAS PAID IN FULL
           05 ARI-PAID-DATE               PIC X(10).
           05 ARI-LAST-PAY-DATE           PIC X(10).
           05 FILLER                      PIC X(12).
