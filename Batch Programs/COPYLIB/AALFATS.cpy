       05  RECORD-TYPE             PIC X(02).
           88  AA-RECORD                    VALUE 'AA'.
           88  HI-RECORD                    VALUE 'HI'.
           88  RT-RECORD                    VALUE 'RT'.
       05  AA-REC-TYPE.
           10  AA-CUST-ID           PIC 9(09).
           10  AA-CUST-NAME         PIC X(30).
      *    THE ORDERED TITLE - JOINS THE ORDER TO VSAMBOOK AND ON
      *    TO THE PUBLISHER FOR THE ROYALTY RUN (SEE PUBREMIT)
           10  HI-BOOK-ID           PIC 9(08).
      *    THE DISTRIBUTOR'S ACKNOWLEDGMENT STATUS - BLANK ON
      *    EXTRACTS WRITTEN BEFORE THE STATUS WAS CARRIED, WHICH
      *    COUNT AS ACKNOWLEDGED (SEE BKARINV)
           10  HI-ORDER-STATUS      PIC X(02).
               88  HI-ORDER-ACKNOWLEDGED        VALUE 'AC' '  '.
               88  HI-ORDER-SHIPPED             VALUE 'SH'.
               88  HI-ORDER-BACKORDERED         VALUE 'BO'.
               88  HI-ORDER-CANCELLED           VALUE 'CN'.
           10  FILLER               PIC X(85).
      *    A BOOKSTORE RETURN OF UNSOLD COPIES AGAINST AN ORDER -
      *    POSTED BY BKRETPST, WHICH VALUES THE CREDIT WHEN THE
      *    INPUT LEAVES IT ZERO AND WRITES THE POSTED RETURNS BACK
      *    OUT IN THIS LAYOUT FOR THE ROYALTY RUN (SEE PUBREMIT)
       05  RT-REC-TYPE REDEFINES AA-REC-TYPE.
           10  RT-RA-NUMBER         PIC X(10).
           10  RT-ORDER-ID          PIC 9(08).
           10  RT-CUST-ID           PIC 9(09).
           10  RT-BOOK-ID           PIC 9(08).
           10  RT-QUANTITY          PIC 9(05).
           10  RT-CONDITION         PIC X(01).
               88  RT-RESALEABLE                VALUE 'R'.
               88  RT-DAMAGED                   VALUE 'D'.
           10  RT-RETURN-DATE       PIC X(10).
           10  RT-CREDIT-AMT        PIC S9(09)V99 COMP-3.
           10  FILLER               PIC X(71).
