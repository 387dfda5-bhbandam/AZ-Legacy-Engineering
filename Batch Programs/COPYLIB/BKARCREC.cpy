      *****************************************************************
      *  BKARCREC - BOOK ACCOUNTS RECEIVABLE CUSTOMER MASTER RECORD   *
      *  LAYOUT, AS STORED IN THE VSAMARC VSAM FILE. ONE RECORD PER   *
      *  BOOK CUSTOMER, KEYED BY THE AALFATS CUSTOMER ID (AA-CUST-ID  *
      *  / HI-CUST-ID). BKARINV OPENS THE RECORD FROM THE CUSTOMER'S  *
      *  FIRST 'AA' RECORD AND REFRESHES THE NAME AND ADDRESS FROM    *
      *  EVERY LATER ONE; THE BALANCE IS THE NET AMOUNT OWED - OPEN   *
      *  INVOICES ON VSAMARI LESS ANY UNAPPLIED CASH - AND IS KEPT BY *
      *  BKARINV (INVOICES AND VOIDS) AND BKARCSH (PAYMENTS). BKARAGE *
      *  AGES THE OPEN INVOICES BACK TO THIS BALANCE AT MONTH END AND *
      *  STAMPS THE STATEMENT DATE AND BALANCE.                       *
      *****************************************************************
       01  BKARC-RECORD.
           05 ARC-CUST-ID                 PIC 9(9).
           05 ARC-CUST-NAME               PIC X(30).
           05 ARC-ADDR-LINE1              PIC X(30).
           05 ARC-CITY                    PIC X(20).
           05 ARC-STATE                   PIC X(2).
           05 ARC-ZIP                     PIC X(9).
      *    PAYMENT TERMS - THE INVOICE FALLS DUE THIS MANY DAYS OUT
           05 ARC-TERMS-DAYS              PIC 9(3).
           05 ARC-STATUS                  PIC X(1).
              88 ARC-ACTIVE                      VALUE 'A'.
           05 ARC-OPEN-DATE               PIC X(10).
           05 ARC-BALANCE                 PIC S9(9)V99 COMP-3.
      *    PAYMENTS RECEIVED BEYOND THE OPEN INVOICES - APPLIED TO THE
      *    CUSTOMER'S NEXT INVOICE BY BKARINV
           05 ARC-UNAPPLIED-CASH          PIC S9(9)V99 COMP-3.
           05 ARC-LAST-INVOICE-DATE       PIC X(10).
           05 ARC-LAST-PAYMENT-DATE       PIC X(10).
           05 ARC-LAST-PAYMENT-AMT        PIC S9(9)V99 COMP-3.
           05 ARC-LAST-STMT-DATE          PIC X(10).
           05 ARC-LAST-STMT-BALANCE       PIC S9(9)V99 COMP-3.
           05 ARC-LAST-CHANGE-DATE        PIC X(10).
           05 FILLER                      PIC X(12).
