003753    10 FILLER               PIC X.                                00375300
003754    10 BOOKS-PUBLISHER-ID   PIC S9(9) USAGE COMP.                 00375400
003755    10 FILLER               PIC X.                                00375500
003756    10 BOOKS-LIST-PRICE     PIC S9(7)V99 USAGE COMP-3.            00375600
003757    10 FILLER               PIC X.                                00375700
003758*   'A' ACTIVE, 'R' RETIRED - SEE BKBOOKMT                        00375800
003759    10 BOOKS-STATUS         PIC X.                                00375900
375910       88 BOOKS-ACTIVE              VALUE 'A'.                    37591000
375920       88 BOOKS-RETIRED             VALUE 'R'.                    37592000
375930    10 FILLER               PIC X.                                37593000
003760                                                                  00376000
003800 FD  REP-OP                                                       00380000
003900     RECORD CONTAINS 132                                          00390000
