      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BKSLSANL.
      ****************************************************************
      * Book sales analysis. Reads the order activity - the AALFATS  *
      * 'HI' records JSONIN produces, enough extracts concatenated   *
      * on ORDIN-DD to cover this period, the one before it and the  *
      * slow-mover look-back - joins each order to VSAMBOOK and on   *
      * to VSAMPUBL as PUBREMIT does, and reports on RPTOUT-DD:      *
      *   SALES BY TITLE AND BY PUBLISHER - UNITS AND DOLLARS FOR    *
      *      THIS PERIOD AND THE PRIOR ONE, WITH THE DOLLAR CHANGE   *
      *   SALES BY MONTH ACROSS BOTH PERIODS                         *
      *   TOP SELLERS - THIS PERIOD'S TITLES RANKED BY UNITS         *
      *   SLOW MOVERS - TITLES WITH STOCK ON HAND ON VSAMINV AND NO  *
      *      ORDER IN THE LAST N MONTHS TO THE PERIOD END            *
      * The prior period is the same number of days immediately      *
      * before this one. One order is one copy, as BOOKINV relieves  *
      * stock; cancelled orders are not sales. The title figures     *
      * are also written comma-separated to SLSXTR-DD, in the manner *
      * of BATCHVSAM's BOOKXTR extract. Control totals: records      *
      * read = orders this period + orders prior period + orders     *
      * outside both + unmatched + cancelled + non-orders skipped.   *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT ORD-IP     ASSIGN TO ORDIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ORDIN-STAT.

           SELECT VSAMBOOK
               ASSIGN       TO VSAMBOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BOOKS-BOOK-ID
               FILE STATUS  IS VSAMBOOK-FILE-STATUS.

           SELECT VSAMPUBL
               ASSIGN       TO VSAMPUBL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PUBL-PUBLISHER-ID
               FILE STATUS  IS VSAMPUBL-FILE-STATUS.

           SELECT VSAMINV
               ASSIGN       TO VSAMINV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS INV-BOOK-ID
               FILE STATUS  IS VSAMINV-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT EXTRACT-FILE ASSIGN TO SLSXTR
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS XTR-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

      *    THE ORDER ACTIVITY IN THE AALFATS LAYOUT
       FD  ORD-IP
           RECORD CONTAINS 130.
       01  ORDER-IN-RECORD.
           COPY AALFATS.

      *    SAME LAYOUT THE BATCHVSAM REPORT RUN CARRIES
       FD  VSAMBOOK.
       01  VSAMBOOK-RECORD.
           10 BOOKS-BOOK-ID        PIC S9(9) USAGE COMP.
           10 BOOKS-TITLE.
              49 BOOKS-TITLE-LEN   PIC S9(4) USAGE COMP.
              49 BOOKS-TITLE-TEXT  PIC X(255).
           10 BOOKS-TOTAL-PAGES    PIC S9(9) USAGE COMP.
           10 FILLER               PIC X.
           10 BOOKS-RATING         PIC S9(2)V9(2) USAGE COMP-3.
           10 FILLER               PIC X.
           10 BOOKS-ISBN.
              49 BOOKS-ISBN-LEN    PIC S9(4) USAGE COMP.
              49 BOOKS-ISBN-TEXT   PIC X(13).
           10 FILLER               PIC X.
           10 BOOKS-PUBLISHED-DATE PIC X(10).
           10 FILLER               PIC X.
           10 BOOKS-PUBLISHER-ID   PIC S9(9) USAGE COMP.
           10 FILLER               PIC X.
           10 BOOKS-LIST-PRICE     PIC S9(7)V99 USAGE COMP-3.
           10 FILLER               PIC X.
      *    'A' ACTIVE, 'R' RETIRED - SEE BKBOOKMT
           10 BOOKS-STATUS         PIC X.
              88 BOOKS-ACTIVE              VALUE 'A'.
              88 BOOKS-RETIRED             VALUE 'R'.
           10 FILLER               PIC X.

       FD  VSAMPUBL.
       01  VSAMPUBL-RECORD.
           10 PUBL-PUBLISHER-ID   PIC 9(04).
           10 PUBL-NAME           PIC X(40).
           10 PUBL-ROYALTY-RATE   PIC 9(02)V99.
           10 FILLER              PIC X(12).

      *    SAME LAYOUT BOOKINV CARRIES
       FD  VSAMINV.
       01  VSAMINV-RECORD.
           10 INV-BOOK-ID          PIC S9(9) USAGE COMP.
           10 INV-ON-HAND          PIC S9(7)      COMP-3.
           10 INV-ON-ORDER         PIC S9(7)      COMP-3.
           10 INV-LAST-POST-DATE   PIC X(10).
           10 FILLER               PIC X(10).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  EXTRACT-FILE
           RECORD CONTAINS 328.
       01  XTR-RECORD                    PIC X(328).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
      *    ANALYSIS PERIOD - DEFAULT IS THE QUARTER TO DATE
           05 PARM-PERIOD-START          PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-PERIOD-END            PIC X(10).
           05 FILLER                     PIC X(01).
      *    SLOW-MOVER LOOK-BACK IN MONTHS - DEFAULT 6
           05 PARM-SLOW-MONTHS-X         PIC X(02).
           05 PARM-SLOW-MONTHS REDEFINES PARM-SLOW-MONTHS-X
                                         PIC 9(02).
           05 FILLER                     PIC X(01).
      *    TITLES IN THE TOP-SELLERS RANKING - DEFAULT 10
           05 PARM-TOP-COUNT-X           PIC X(02).
           05 PARM-TOP-COUNT REDEFINES PARM-TOP-COUNT-X
                                         PIC 9(02).
           05 FILLER                     PIC X(53).

       WORKING-STORAGE SECTION.

       01  VSAMBOOK-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  VSAMPUBL-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  VSAMINV-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'BOOK SALES ANALYSIS'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-PERIOD.
              10 FILLER        PIC X(08)  VALUE 'PERIOD: '.
              10 WS-H-CUR-START PIC X(10).
              10 FILLER        PIC X(03)  VALUE ' - '.
              10 WS-H-CUR-END  PIC X(10).
              10 FILLER        PIC X(11)  VALUE '   PRIOR: '.
              10 WS-H-PRI-START PIC X(10).
              10 FILLER        PIC X(03)  VALUE ' - '.
              10 WS-H-PRI-END  PIC X(10).
              10 FILLER        PIC X(67)  VALUE SPACES.

           05 WS-SECTION-HEAD.
              10 WS-SECTION-TEXT PIC X(60).
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 FILLER        PIC X(60)  VALUE ALL '-'.
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-TITLE-LABEL.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(42)  VALUE 'TITLE'.
              10 FILLER        PIC X(06)  VALUE 'PUB'.
              10 FILLER        PIC X(10)  VALUE '  UNITS'.
              10 FILLER        PIC X(16)  VALUE '       DOLLARS'.
              10 FILLER        PIC X(10)  VALUE '  PRIOR'.
              10 FILLER        PIC X(16)  VALUE ' PRIOR DOLLARS'.
              10 FILLER        PIC X(22)  VALUE '  CHANGE'.

           05 WS-TITLE-LINE.
              10 WS-D-BOOK-ID  PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-TITLE    PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-PUB-ID   PIC 9(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CUR-UNITS PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-CUR-AMT  PIC Z(10)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-PRI-UNITS PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-PRI-AMT  PIC Z(10)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CHANGE   PIC X(08).
              10 FILLER        PIC X(14)  VALUE SPACES.

           05 WS-PUBL-LABEL.
              10 FILLER        PIC X(06)  VALUE 'PUB'.
              10 FILLER        PIC X(42)  VALUE 'PUBLISHER'.
              10 FILLER        PIC X(10)  VALUE '  UNITS'.
              10 FILLER        PIC X(16)  VALUE '       DOLLARS'.
              10 FILLER        PIC X(10)  VALUE '  PRIOR'.
              10 FILLER        PIC X(16)  VALUE ' PRIOR DOLLARS'.
              10 FILLER        PIC X(32)  VALUE '  CHANGE'.

           05 WS-PUBL-LINE.
              10 WS-P-PUB-ID   PIC 9(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-P-NAME     PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-P-CUR-UNITS PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-P-CUR-AMT  PIC Z(10)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-P-PRI-UNITS PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-P-PRI-AMT  PIC Z(10)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-P-CHANGE   PIC X(08).
              10 FILLER        PIC X(24)  VALUE SPACES.

           05 WS-MONTH-LABEL.
              10 FILLER        PIC X(10)  VALUE 'MONTH'.
              10 FILLER        PIC X(10)  VALUE '  UNITS'.
              10 FILLER        PIC X(112) VALUE '       DOLLARS'.

           05 WS-MONTH-LINE.
              10 WS-M-MONTH    PIC X(07).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-M-UNITS    PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-M-AMT      PIC Z(10)9.99.
              10 FILLER        PIC X(98)  VALUE SPACES.

           05 WS-TOP-LABEL.
              10 FILLER        PIC X(06)  VALUE 'RANK'.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(42)  VALUE 'TITLE'.
              10 FILLER        PIC X(06)  VALUE 'PUB'.
              10 FILLER        PIC X(10)  VALUE '  UNITS'.
              10 FILLER        PIC X(58)  VALUE '       DOLLARS'.

           05 WS-TOP-LINE.
              10 WS-T-RANK     PIC ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-T-BOOK-ID  PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-TITLE    PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-PUB-ID   PIC 9(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-UNITS    PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-T-AMT      PIC Z(10)9.99.
              10 FILLER        PIC X(44)  VALUE SPACES.

           05 WS-SLOW-LABEL.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(42)  VALUE 'TITLE'.
              10 FILLER        PIC X(10)  VALUE 'ON HAND'.
              10 FILLER        PIC X(70)  VALUE 'LAST ORDER'.

           05 WS-SLOW-LINE.
              10 WS-S-BOOK-ID  PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-TITLE    PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-ON-HAND  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-LAST-ORDER PIC X(10).
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDER RECORDS READ        :'.
              10 WS-TR-RED-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS THIS PERIOD        :'.
              10 WS-TR-CUR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS PRIOR PERIOD       :'.
              10 WS-TR-PRI-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS OUTSIDE BOTH       :'.
              10 WS-TR-OUT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS UNMATCHED          :'.
              10 WS-TR-UNM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS CANCELLED          :'.
              10 WS-TR-CAN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SKIPPED (NOT ORDERS)      :'.
              10 WS-TR-SKP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SALES THIS PERIOD         :'.
              10 WS-TR-CUR-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SALES PRIOR PERIOD        :'.
              10 WS-TR-PRI-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-10.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SALES CHANGE PERCENT      :'.
              10 FILLER        PIC X(08)  VALUE SPACES.
              10 WS-TR-CHANGE  PIC X(08).
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-11.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SLOW MOVERS LISTED        :'.
              10 WS-TR-SLW-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  COMMA-SEPARATED TITLE LINE FOR SLSXTR                        *
      *****************************************************************
       01  WS-XTR-FIELDS.
           05 XTR-BOOKID               PIC 9(08).
           05 FILLER                   PIC X(01)  VALUE ','.
           05 FILLER                   PIC X(01)  VALUE '"'.
           05 XTR-TITLE                PIC X(255).
           05 FILLER                   PIC X(01)  VALUE '"'.
           05 FILLER                   PIC X(01)  VALUE ','.
           05 XTR-PUBID                PIC 9(04).
           05 FILLER                   PIC X(01)  VALUE ','.
           05 XTR-CUR-UNITS            PIC 9(07).
           05 FILLER                   PIC X(01)  VALUE ','.
           05 XTR-CUR-AMT              PIC 9(11).99.
           05 FILLER                   PIC X(01)  VALUE ','.
           05 XTR-PRI-UNITS            PIC 9(07).
           05 FILLER                   PIC X(01)  VALUE ','.
           05 XTR-PRI-AMT              PIC 9(11).99.
           05 FILLER                   PIC X(01)  VALUE ','.
           05 XTR-PERIOD-END           PIC X(10).

      *****************************************************************
      *  PER-TITLE, PER-PUBLISHER AND PER-MONTH ACCUMULATORS. A TITLE *
      *  ENTRY ALSO CARRIES THE LAST ORDER SEEN FOR IT UP TO THE      *
      *  PERIOD END, FOR THE SLOW-MOVER TEST.                         *
      *****************************************************************
       01  WS-TTL-TABLE.
           05 WS-TTL-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-TTL-ENTRY OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-TTL-COUNT
                           INDEXED BY TTL-IDX.
              10 WS-TTL-BOOK-ID        PIC 9(08).
              10 WS-TTL-PUB-ID         PIC 9(04).
              10 WS-TTL-CUR-UNITS      PIC 9(07)     COMP.
              10 WS-TTL-CUR-SALES      PIC S9(13)V99 COMP-3.
              10 WS-TTL-PRI-UNITS      PIC 9(07)     COMP.
              10 WS-TTL-PRI-SALES      PIC S9(13)V99 COMP-3.
              10 WS-TTL-LAST-ORDER     PIC X(10).
              10 WS-TTL-RANK-FLAG      PIC X(01).
                 88 TTL-IS-RANKED                 VALUE 'Y'.

       01  WS-PUB-TABLE.
           05 WS-PUB-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-PUB-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-PUB-COUNT
                           INDEXED BY PUB-IDX.
              10 WS-PUB-ID             PIC 9(04).
              10 WS-PUB-CUR-UNITS      PIC 9(07)     COMP.
              10 WS-PUB-CUR-SALES      PIC S9(13)V99 COMP-3.
              10 WS-PUB-PRI-UNITS      PIC 9(07)     COMP.
              10 WS-PUB-PRI-SALES      PIC S9(13)V99 COMP-3.

       01  WS-MON-TABLE.
           05 WS-MON-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-MON-ENTRY OCCURS 0 TO 240 TIMES
                           DEPENDING ON WS-MON-COUNT
                           INDEXED BY MON-IDX.
              10 WS-MON-KEY            PIC X(07).
              10 WS-MON-UNITS          PIC 9(07)     COMP.
              10 WS-MON-SALES          PIC S9(13)V99 COMP-3.

       01  WS-VARS.
           05 WS-CUR-START             PIC X(10)     VALUE SPACES.
           05 WS-CUR-END               PIC X(10)     VALUE SPACES.
           05 WS-PRI-START             PIC X(10)     VALUE SPACES.
           05 WS-PRI-END               PIC X(10)     VALUE SPACES.
           05 WS-CUTOFF-DATE           PIC X(10)     VALUE SPACES.
           05 WS-SLOW-MONTHS           PIC 9(02)     VALUE 6.
           05 WS-TOP-COUNT             PIC 9(02)     VALUE 10.
           05 WS-WORK-DATE-X           PIC X(10)     VALUE SPACES.
           05 WS-WORK-DATE-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE-NUM.
              10 WS-WORK-YYYY          PIC 9(04).
              10 WS-WORK-MM            PIC 9(02).
              10 WS-WORK-DD            PIC 9(02).
           05 WS-START-INT             PIC 9(07)     VALUE ZERO.
           05 WS-END-INT               PIC 9(07)     VALUE ZERO.
           05 WS-PERIOD-DAYS           PIC 9(07)     VALUE ZERO.
           05 WS-MONTH-NUM             PIC 9(06)     VALUE ZERO.
           05 WS-QUOT                  PIC 9(06)     VALUE ZERO.
           05 WS-REM                   PIC 9(02)     VALUE ZERO.
           05 WS-MON-CURSOR.
              10 WS-MON-YYYY           PIC 9(04).
              10 FILLER                PIC X(01)     VALUE '-'.
              10 WS-MON-MM             PIC 9(02).
           05 WS-MON-LAST              PIC X(07)     VALUE SPACES.
           05 WS-WORK-PUB-ID           PIC 9(04)     VALUE ZERO.
           05 WS-WORK-BOOK-ID          PIC 9(08)     VALUE ZERO.
           05 WS-RANK                  PIC 9(03)     VALUE ZERO.
           05 WS-BEST-UNITS            PIC 9(07)     VALUE ZERO.
           05 WS-BEST-SALES            PIC S9(13)V99 VALUE ZERO.
           05 WS-BEST-SUB              PIC 9(05)     VALUE ZERO.
           05 WS-TTL-SUB               PIC 9(05)     VALUE ZERO.
           05 WS-CHG-CUR               PIC S9(13)V99 VALUE ZERO.
           05 WS-CHG-PRI               PIC S9(13)V99 VALUE ZERO.
           05 WS-CHG-PCT               PIC S9(05)V9  VALUE ZERO.
           05 WS-EDIT-PCT              PIC -(5)9.9.
           05 WS-CHG-TEXT              PIC X(08)     VALUE SPACES.
           05 WS-BALANCE-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CUR-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-PRI-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-OUTSIDE-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-UNMATCH-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CANCEL-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SKIP-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SLOW-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CUR-SALES       PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-PRI-SALES       PIC S9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'BKSLSANL'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 XTR-STAT         PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ORDIN-STAT       PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 MASTER-EOF-FLAG  PIC X(01)  VALUE 'N'.
              88 MASTER-END-OF-FILE       VALUE 'Y'.
           05 BOOK-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 BOOK-WAS-FOUND           VALUE 'Y'.
           05 PUBL-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 PUBL-WAS-FOUND           VALUE 'Y'.
           05 TTL-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 TTL-WAS-FOUND            VALUE 'Y'.
           05 PERIOD-FLAG      PIC X(01)  VALUE SPACE.
              88 IN-CURRENT-PERIOD        VALUE 'C'.
              88 IN-PRIOR-PERIOD          VALUE 'P'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM ANALYZES BOOK SALES BY TITLE, PUBLISHER AND
      * MONTH AGAINST THE PRIOR PERIOD, RANKS THE TOP SELLERS AND
      * LISTS THE SLOW MOVERS STILL IN STOCK.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN INPUT VSAMBOOK
           IF VSAMBOOK-FILE-STATUS NOT = '00'
              DISPLAY 'BKSLSANL - ERROR OPENING VSAMBOOK '
                      VSAMBOOK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT VSAMPUBL
           IF VSAMPUBL-FILE-STATUS NOT = '00'
              DISPLAY 'BKSLSANL - ERROR OPENING VSAMPUBL '
                      VSAMPUBL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT VSAMINV
           IF VSAMINV-FILE-STATUS NOT = '00'
              DISPLAY 'BKSLSANL - ERROR OPENING VSAMINV '
                      VSAMINV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORD-IP
           MOVE       'ERROR OPENING ORDIN'    TO ERR-MSG
           PERFORM 9997-ORD-ERR-CHK           THRU 9997-EXIT

           PERFORM 2000-PROCESS-ALL-ORDERS
              THRU 2000-EXIT
             UNTIL END-OF-FILE
           CLOSE ORD-IP

           PERFORM 4000-TITLE-SECTION     THRU 4000-EXIT
           PERFORM 4200-PUBLISHER-SECTION THRU 4200-EXIT
           PERFORM 4400-MONTH-SECTION     THRU 4400-EXIT
           PERFORM 4600-TOP-SELLERS       THRU 4600-EXIT
           PERFORM 4800-SLOW-MOVERS       THRU 4800-EXIT

           CLOSE VSAMBOOK
           CLOSE VSAMPUBL
           CLOSE VSAMINV

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE PERIOD DEFAULTS TO THE QUARTER TO DATE; THE PRIOR
      *    PERIOD IS THE SAME NUMBER OF DAYS JUST BEFORE IT, AND THE
      *    SLOW-MOVER CUTOFF IS N MONTHS BEFORE THE PERIOD END
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R
           MOVE WS-DATE-R TO WS-CUR-END

           MOVE WS-CUR-END TO WS-WORK-DATE-X
           PERFORM 8100-DATE-TO-NUM THRU 8100-EXIT
           SUBTRACT 1 FROM WS-WORK-MM
           DIVIDE WS-WORK-MM BY 3 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-WORK-MM = WS-QUOT * 3 + 1
           MOVE 1 TO WS-WORK-DD
           PERFORM 8200-NUM-TO-DATE THRU 8200-EXIT
           MOVE WS-WORK-DATE-X TO WS-CUR-START

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-PERIOD-START NOT = SPACES
                 MOVE PARM-PERIOD-START TO WS-CUR-START
              END-IF
              IF PARM-PERIOD-END NOT = SPACES
                 MOVE PARM-PERIOD-END   TO WS-CUR-END
              END-IF
              IF PARM-SLOW-MONTHS-X IS NUMERIC
                 AND PARM-SLOW-MONTHS > 0
                 MOVE PARM-SLOW-MONTHS  TO WS-SLOW-MONTHS
              END-IF
              IF PARM-TOP-COUNT-X IS NUMERIC
                 AND PARM-TOP-COUNT > 0
                 MOVE PARM-TOP-COUNT    TO WS-TOP-COUNT
              END-IF
           END-IF

           IF WS-CUR-START > WS-CUR-END
              DISPLAY 'BKSLSANL - PERIOD START AFTER PERIOD END'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-CUR-START TO WS-WORK-DATE-X
           PERFORM 8100-DATE-TO-NUM THRU 8100-EXIT
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE WS-CUR-END TO WS-WORK-DATE-X
           PERFORM 8100-DATE-TO-NUM THRU 8100-EXIT
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1

           COMPUTE WS-WORK-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-START-INT - 1)
           PERFORM 8200-NUM-TO-DATE THRU 8200-EXIT
           MOVE WS-WORK-DATE-X TO WS-PRI-END
           COMPUTE WS-WORK-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-START-INT - WS-PERIOD-DAYS)
           PERFORM 8200-NUM-TO-DATE THRU 8200-EXIT
           MOVE WS-WORK-DATE-X TO WS-PRI-START

           MOVE WS-CUR-END TO WS-WORK-DATE-X
           PERFORM 8100-DATE-TO-NUM THRU 8100-EXIT
           COMPUTE WS-MONTH-NUM = WS-WORK-YYYY * 12 + WS-WORK-MM - 1
                                - WS-SLOW-MONTHS
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-QUOT REMAINDER WS-REM
           MOVE WS-QUOT TO WS-WORK-YYYY
           COMPUTE WS-WORK-MM = WS-REM + 1
           PERFORM 8150-BACK-UP-DAY THRU 8150-EXIT
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM) = 0
           PERFORM 8200-NUM-TO-DATE THRU 8200-EXIT
           MOVE WS-WORK-DATE-X TO WS-CUTOFF-DATE

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT EXTRACT-FILE
           MOVE    'ERROR OPENING SLSXTR'   TO ERR-MSG
           PERFORM 9996-XTR-ERR-CHK        THRU 9996-EXIT

           MOVE WS-CUR-START TO WS-H-CUR-START
           MOVE WS-CUR-END   TO WS-H-CUR-END
           MOVE WS-PRI-START TO WS-H-PRI-START
           MOVE WS-PRI-END   TO WS-H-PRI-END
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-PERIOD
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-ORDERS.
           MOVE '2000-PROCESS-ALL-ORDERS' TO ERR-LOC

           READ ORD-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-READ-COUNT

           IF NOT HI-RECORD
              ADD 1 TO WS-TOTAL-SKIP-COUNT
              GO TO 2000-EXIT
           END-IF

           IF HI-ORDER-CANCELLED
              ADD 1 TO WS-TOTAL-CANCEL-COUNT
              GO TO 2000-EXIT
           END-IF

      *    ANY ORDER UP TO THE PERIOD END COUNTS AGAINST SLOW MOVING
           IF HI-ORDER-DATE NOT > WS-CUR-END
              PERFORM 2400-NOTE-LAST-ORDER THRU 2400-EXIT
           END-IF

           MOVE SPACE TO PERIOD-FLAG
           IF HI-ORDER-DATE NOT < WS-CUR-START
              AND HI-ORDER-DATE NOT > WS-CUR-END
              SET IN-CURRENT-PERIOD TO TRUE
           END-IF
           IF HI-ORDER-DATE NOT < WS-PRI-START
              AND HI-ORDER-DATE NOT > WS-PRI-END
              SET IN-PRIOR-PERIOD TO TRUE
           END-IF
           IF PERIOD-FLAG = SPACE
              ADD 1 TO WS-TOTAL-OUTSIDE-COUNT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-JOIN-TO-MASTERS THRU 2100-EXIT
           IF NOT BOOK-WAS-FOUND OR NOT PUBL-WAS-FOUND
              ADD 1 TO WS-TOTAL-UNMATCH-COUNT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-TALLY-ORDER THRU 2200-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE ORDERED TITLE LEADS TO ITS BOOK RECORD AND THE BOOK
      *    TO ITS PUBLISHER, AS IN THE ROYALTY RUN
       2100-JOIN-TO-MASTERS.
           MOVE '2100-JOIN-TO-MASTERS' TO ERR-LOC
           MOVE 'N' TO BOOK-FOUND-FLAG PUBL-FOUND-FLAG

           MOVE HI-BOOK-ID TO BOOKS-BOOK-ID
           READ VSAMBOOK
              INVALID KEY CONTINUE
              NOT INVALID KEY SET BOOK-WAS-FOUND TO TRUE
           END-READ
           IF NOT BOOK-WAS-FOUND
              GO TO 2100-EXIT
           END-IF

           MOVE BOOKS-PUBLISHER-ID TO WS-WORK-PUB-ID
           MOVE WS-WORK-PUB-ID     TO PUBL-PUBLISHER-ID
           READ VSAMPUBL
              INVALID KEY CONTINUE
              NOT INVALID KEY SET PUBL-WAS-FOUND TO TRUE
           END-READ
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE ORDER IS ONE COPY - IT ADDS TO ITS TITLE, PUBLISHER AND
      *    MONTH IN WHICHEVER PERIOD IT FALLS
       2200-TALLY-ORDER.
           MOVE '2200-TALLY-ORDER' TO ERR-LOC

           MOVE HI-BOOK-ID TO WS-WORK-BOOK-ID
           PERFORM 2450-FIND-TITLE THRU 2450-EXIT
           MOVE WS-WORK-PUB-ID TO WS-TTL-PUB-ID (TTL-IDX)

           SET PUB-IDX TO 1
           SEARCH WS-PUB-ENTRY
              AT END
                 IF WS-PUB-COUNT < 500
                    ADD 1 TO WS-PUB-COUNT
                    SET PUB-IDX TO WS-PUB-COUNT
                    MOVE WS-WORK-PUB-ID TO WS-PUB-ID (PUB-IDX)
                    MOVE ZERO TO WS-PUB-CUR-UNITS (PUB-IDX)
                                 WS-PUB-CUR-SALES (PUB-IDX)
                                 WS-PUB-PRI-UNITS (PUB-IDX)
                                 WS-PUB-PRI-SALES (PUB-IDX)
                 ELSE
                    DISPLAY 'BKSLSANL - PUBLISHER TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-PUB-ID (PUB-IDX) = WS-WORK-PUB-ID
                 CONTINUE
           END-SEARCH

           SET MON-IDX TO 1
           SEARCH WS-MON-ENTRY
              AT END
                 IF WS-MON-COUNT < 240
                    ADD 1 TO WS-MON-COUNT
                    SET MON-IDX TO WS-MON-COUNT
                    MOVE HI-ORDER-DATE (1:7) TO WS-MON-KEY (MON-IDX)
                    MOVE ZERO TO WS-MON-UNITS (MON-IDX)
                                 WS-MON-SALES (MON-IDX)
                 ELSE
                    DISPLAY 'BKSLSANL - MONTH TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-MON-KEY (MON-IDX) = HI-ORDER-DATE (1:7)
                 CONTINUE
           END-SEARCH
           ADD 1            TO WS-MON-UNITS (MON-IDX)
           ADD HI-ORDER-AMT TO WS-MON-SALES (MON-IDX)

           IF IN-CURRENT-PERIOD
              ADD 1            TO WS-TTL-CUR-UNITS (TTL-IDX)
                                  WS-PUB-CUR-UNITS (PUB-IDX)
                                  WS-TOTAL-CUR-COUNT
              ADD HI-ORDER-AMT TO WS-TTL-CUR-SALES (TTL-IDX)
                                  WS-PUB-CUR-SALES (PUB-IDX)
                                  WS-TOTAL-CUR-SALES
           ELSE
              ADD 1            TO WS-TTL-PRI-UNITS (TTL-IDX)
                                  WS-PUB-PRI-UNITS (PUB-IDX)
                                  WS-TOTAL-PRI-COUNT
              ADD HI-ORDER-AMT TO WS-TTL-PRI-SALES (TTL-IDX)
                                  WS-PUB-PRI-SALES (PUB-IDX)
                                  WS-TOTAL-PRI-SALES
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-NOTE-LAST-ORDER.
           MOVE HI-BOOK-ID TO WS-WORK-BOOK-ID
           PERFORM 2450-FIND-TITLE THRU 2450-EXIT
           IF HI-ORDER-DATE > WS-TTL-LAST-ORDER (TTL-IDX)
              MOVE HI-ORDER-DATE TO WS-TTL-LAST-ORDER (TTL-IDX)
           END-IF
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    POINT TTL-IDX AT THE TITLE'S ENTRY, OPENING ONE THE FIRST
      *    TIME AN ORDER FOR THE TITLE IS SEEN
       2450-FIND-TITLE.
           SET TTL-IDX TO 1
           SEARCH WS-TTL-ENTRY
              AT END
                 IF WS-TTL-COUNT < 5000
                    ADD 1 TO WS-TTL-COUNT
                    SET TTL-IDX TO WS-TTL-COUNT
                    MOVE WS-WORK-BOOK-ID TO WS-TTL-BOOK-ID (TTL-IDX)
                    MOVE ZERO   TO WS-TTL-PUB-ID (TTL-IDX)
                                   WS-TTL-CUR-UNITS (TTL-IDX)
                                   WS-TTL-CUR-SALES (TTL-IDX)
                                   WS-TTL-PRI-UNITS (TTL-IDX)
                                   WS-TTL-PRI-SALES (TTL-IDX)
                    MOVE SPACES TO WS-TTL-LAST-ORDER (TTL-IDX)
                    MOVE 'N'    TO WS-TTL-RANK-FLAG (TTL-IDX)
                 ELSE
                    DISPLAY 'BKSLSANL - TITLE TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-TTL-BOOK-ID (TTL-IDX) = WS-WORK-BOOK-ID
                 CONTINUE
           END-SEARCH
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-CUR-SALES     TO WS-CHG-CUR
           MOVE WS-TOTAL-PRI-SALES     TO WS-CHG-PRI
           PERFORM 8300-FORMAT-CHANGE THRU 8300-EXIT

           MOVE WS-TOTAL-READ-COUNT    TO WS-TR-RED-CNT
           MOVE WS-TOTAL-CUR-COUNT     TO WS-TR-CUR-CNT
           MOVE WS-TOTAL-PRI-COUNT     TO WS-TR-PRI-CNT
           MOVE WS-TOTAL-OUTSIDE-COUNT TO WS-TR-OUT-CNT
           MOVE WS-TOTAL-UNMATCH-COUNT TO WS-TR-UNM-CNT
           MOVE WS-TOTAL-CANCEL-COUNT  TO WS-TR-CAN-CNT
           MOVE WS-TOTAL-SKIP-COUNT    TO WS-TR-SKP-CNT
           MOVE WS-TOTAL-CUR-SALES     TO WS-TR-CUR-AMT
           MOVE WS-TOTAL-PRI-SALES     TO WS-TR-PRI-AMT
           MOVE WS-CHG-TEXT            TO WS-TR-CHANGE
           MOVE WS-TOTAL-SLOW-COUNT    TO WS-TR-SLW-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-8
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-9
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-10
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-11
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           CLOSE  EXTRACT-FILE
           MOVE   'ERROR CLOSING SLSXTR' TO ERR-MSG
           PERFORM 9996-XTR-ERR-CHK    THRU 9996-EXIT

      *    EVERY RECORD READ MUST BE ACCOUNTED FOR EXACTLY ONCE
           COMPUTE WS-BALANCE-COUNT = WS-TOTAL-CUR-COUNT
                                    + WS-TOTAL-PRI-COUNT
                                    + WS-TOTAL-OUTSIDE-COUNT
                                    + WS-TOTAL-UNMATCH-COUNT
                                    + WS-TOTAL-CANCEL-COUNT
                                    + WS-TOTAL-SKIP-COUNT
           IF WS-BALANCE-COUNT NOT = WS-TOTAL-READ-COUNT
              DISPLAY 'BKSLSANL - CONTROL TOTALS OUT OF BALANCE'
              DISPLAY '  READ     : ' WS-TOTAL-READ-COUNT
              DISPLAY '  ACCOUNTED: ' WS-BALANCE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TITLES PRINT IN BOOK ID ORDER - THE BOOK MASTER IS BROWSED
      *    AND EACH TITLE SOLD IN EITHER PERIOD IS LISTED AND EXTRACTED
       4000-TITLE-SECTION.
           MOVE '4000-TITLE-SECTION' TO ERR-LOC

           MOVE 'SALES BY TITLE' TO WS-SECTION-TEXT
           WRITE RPT-OP-FIELDS FROM WS-SECTION-HEAD
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-TITLE-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE 'N' TO MASTER-EOF-FLAG
           MOVE ZERO TO BOOKS-BOOK-ID
           START VSAMBOOK KEY >= BOOKS-BOOK-ID
              INVALID KEY SET MASTER-END-OF-FILE TO TRUE
           END-START

           PERFORM 4050-PRINT-ONE-TITLE THRU 4050-EXIT
              UNTIL MASTER-END-OF-FILE

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4050-PRINT-ONE-TITLE.
           READ VSAMBOOK NEXT
              AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ
           IF MASTER-END-OF-FILE
              GO TO 4050-EXIT
           END-IF

           MOVE BOOKS-BOOK-ID TO WS-WORK-BOOK-ID
           MOVE 'N' TO TTL-FOUND-FLAG
           SET TTL-IDX TO 1
           SEARCH WS-TTL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-TTL-BOOK-ID (TTL-IDX) = WS-WORK-BOOK-ID
                 SET TTL-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT TTL-WAS-FOUND
              GO TO 4050-EXIT
           END-IF
           IF WS-TTL-CUR-UNITS (TTL-IDX) = 0
              AND WS-TTL-PRI-UNITS (TTL-IDX) = 0
              GO TO 4050-EXIT
           END-IF

           MOVE WS-TTL-CUR-SALES (TTL-IDX) TO WS-CHG-CUR
           MOVE WS-TTL-PRI-SALES (TTL-IDX) TO WS-CHG-PRI
           PERFORM 8300-FORMAT-CHANGE THRU 8300-EXIT

           MOVE WS-WORK-BOOK-ID             TO WS-D-BOOK-ID
           MOVE BOOKS-TITLE-TEXT (1:40)     TO WS-D-TITLE
           MOVE WS-TTL-PUB-ID (TTL-IDX)     TO WS-D-PUB-ID
           MOVE WS-TTL-CUR-UNITS (TTL-IDX)  TO WS-D-CUR-UNITS
           MOVE WS-TTL-CUR-SALES (TTL-IDX)  TO WS-D-CUR-AMT
           MOVE WS-TTL-PRI-UNITS (TTL-IDX)  TO WS-D-PRI-UNITS
           MOVE WS-TTL-PRI-SALES (TTL-IDX)  TO WS-D-PRI-AMT
           MOVE WS-CHG-TEXT                 TO WS-D-CHANGE
           WRITE RPT-OP-FIELDS FROM WS-TITLE-LINE

           MOVE WS-WORK-BOOK-ID             TO XTR-BOOKID
           MOVE BOOKS-TITLE-TEXT            TO XTR-TITLE
           MOVE WS-TTL-PUB-ID (TTL-IDX)     TO XTR-PUBID
           MOVE WS-TTL-CUR-UNITS (TTL-IDX)  TO XTR-CUR-UNITS
           MOVE WS-TTL-CUR-SALES (TTL-IDX)  TO XTR-CUR-AMT
           MOVE WS-TTL-PRI-UNITS (TTL-IDX)  TO XTR-PRI-UNITS
           MOVE WS-TTL-PRI-SALES (TTL-IDX)  TO XTR-PRI-AMT
           MOVE WS-CUR-END                  TO XTR-PERIOD-END
           WRITE XTR-RECORD FROM WS-XTR-FIELDS
           MOVE    'ERROR WRITING SLSXTR' TO ERR-MSG
           PERFORM 9996-XTR-ERR-CHK     THRU 9996-EXIT
           .
       4050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PUBLISHERS PRINT IN PUBLISHER ID ORDER, THE SAME WAY
       4200-PUBLISHER-SECTION.
           MOVE '4200-PUBLISHER-SECTION' TO ERR-LOC

           MOVE 'SALES BY PUBLISHER' TO WS-SECTION-TEXT
           WRITE RPT-OP-FIELDS FROM WS-SECTION-HEAD
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-PUBL-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE 'N' TO MASTER-EOF-FLAG
           MOVE ZERO TO PUBL-PUBLISHER-ID
           START VSAMPUBL KEY >= PUBL-PUBLISHER-ID
              INVALID KEY SET MASTER-END-OF-FILE TO TRUE
           END-START

           PERFORM 4250-PRINT-ONE-PUBLISHER THRU 4250-EXIT
              UNTIL MASTER-END-OF-FILE

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       4200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4250-PRINT-ONE-PUBLISHER.
           READ VSAMPUBL NEXT
              AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ
           IF MASTER-END-OF-FILE
              GO TO 4250-EXIT
           END-IF

           SET PUB-IDX TO 1
           SEARCH WS-PUB-ENTRY
              AT END
                 GO TO 4250-EXIT
              WHEN WS-PUB-ID (PUB-IDX) = PUBL-PUBLISHER-ID
                 CONTINUE
           END-SEARCH

           MOVE WS-PUB-CUR-SALES (PUB-IDX) TO WS-CHG-CUR
           MOVE WS-PUB-PRI-SALES (PUB-IDX) TO WS-CHG-PRI
           PERFORM 8300-FORMAT-CHANGE THRU 8300-EXIT

           MOVE PUBL-PUBLISHER-ID           TO WS-P-PUB-ID
           MOVE PUBL-NAME                   TO WS-P-NAME
           MOVE WS-PUB-CUR-UNITS (PUB-IDX)  TO WS-P-CUR-UNITS
           MOVE WS-PUB-CUR-SALES (PUB-IDX)  TO WS-P-CUR-AMT
           MOVE WS-PUB-PRI-UNITS (PUB-IDX)  TO WS-P-PRI-UNITS
           MOVE WS-PUB-PRI-SALES (PUB-IDX)  TO WS-P-PRI-AMT
           MOVE WS-CHG-TEXT                 TO WS-P-CHANGE
           WRITE RPT-OP-FIELDS FROM WS-PUBL-LINE
           .
       4250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY MONTH FROM THE START OF THE PRIOR PERIOD TO THE END
      *    OF THIS ONE PRINTS IN ORDER, A MONTH WITH NO SALES AS ZERO
       4400-MONTH-SECTION.
           MOVE '4400-MONTH-SECTION' TO ERR-LOC

           MOVE 'SALES BY MONTH' TO WS-SECTION-TEXT
           WRITE RPT-OP-FIELDS FROM WS-SECTION-HEAD
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-MONTH-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE WS-PRI-START (1:4) TO WS-MON-YYYY
           MOVE WS-PRI-START (6:2) TO WS-MON-MM
           MOVE WS-CUR-END (1:7)   TO WS-MON-LAST

           PERFORM 4450-PRINT-ONE-MONTH THRU 4450-EXIT
              UNTIL WS-MON-CURSOR > WS-MON-LAST

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       4400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4450-PRINT-ONE-MONTH.
           MOVE WS-MON-CURSOR TO WS-M-MONTH
           MOVE ZERO          TO WS-M-UNITS WS-M-AMT

           SET MON-IDX TO 1
           SEARCH WS-MON-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MON-KEY (MON-IDX) = WS-MON-CURSOR
                 MOVE WS-MON-UNITS (MON-IDX) TO WS-M-UNITS
                 MOVE WS-MON-SALES (MON-IDX) TO WS-M-AMT
           END-SEARCH
           WRITE RPT-OP-FIELDS FROM WS-MONTH-LINE

           IF WS-MON-MM = 12
              ADD 1 TO WS-MON-YYYY
              MOVE 1 TO WS-MON-MM
           ELSE
              ADD 1 TO WS-MON-MM
           END-IF
           .
       4450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EACH PASS PICKS THE UNRANKED TITLE WITH THE MOST UNITS THIS
      *    PERIOD, DOLLARS BREAKING A TIE
       4600-TOP-SELLERS.
           MOVE '4600-TOP-SELLERS' TO ERR-LOC

           MOVE 'TOP SELLERS THIS PERIOD' TO WS-SECTION-TEXT
           WRITE RPT-OP-FIELDS FROM WS-SECTION-HEAD
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-TOP-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE ZERO TO WS-RANK
           MOVE 1    TO WS-BEST-SUB
           PERFORM 4650-RANK-NEXT-TITLE THRU 4650-EXIT
              UNTIL WS-RANK NOT < WS-TOP-COUNT
                 OR WS-BEST-SUB = 0

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       4600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4650-RANK-NEXT-TITLE.
           MOVE ZERO TO WS-BEST-SUB WS-BEST-UNITS WS-BEST-SALES
           PERFORM 4660-COMPARE-TITLE THRU 4660-EXIT
              VARYING WS-TTL-SUB FROM 1 BY 1
              UNTIL WS-TTL-SUB > WS-TTL-COUNT
           IF WS-BEST-SUB = 0
              GO TO 4650-EXIT
           END-IF

           SET TTL-IDX TO WS-BEST-SUB
           SET TTL-IS-RANKED (TTL-IDX) TO TRUE
           ADD 1 TO WS-RANK

           MOVE SPACES TO BOOKS-TITLE-TEXT
           MOVE WS-TTL-BOOK-ID (TTL-IDX) TO BOOKS-BOOK-ID
           READ VSAMBOOK
              INVALID KEY CONTINUE
           END-READ

           MOVE WS-RANK                     TO WS-T-RANK
           MOVE WS-TTL-BOOK-ID (TTL-IDX)    TO WS-T-BOOK-ID
           MOVE BOOKS-TITLE-TEXT (1:40)     TO WS-T-TITLE
           MOVE WS-TTL-PUB-ID (TTL-IDX)     TO WS-T-PUB-ID
           MOVE WS-TTL-CUR-UNITS (TTL-IDX)  TO WS-T-UNITS
           MOVE WS-TTL-CUR-SALES (TTL-IDX)  TO WS-T-AMT
           WRITE RPT-OP-FIELDS FROM WS-TOP-LINE
           .
       4650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4660-COMPARE-TITLE.
           IF TTL-IS-RANKED (WS-TTL-SUB)
              OR WS-TTL-CUR-UNITS (WS-TTL-SUB) = 0
              GO TO 4660-EXIT
           END-IF
           IF WS-TTL-CUR-UNITS (WS-TTL-SUB) > WS-BEST-UNITS
              OR (WS-TTL-CUR-UNITS (WS-TTL-SUB) = WS-BEST-UNITS
                  AND WS-TTL-CUR-SALES (WS-TTL-SUB) > WS-BEST-SALES)
              MOVE WS-TTL-SUB                    TO WS-BEST-SUB
              MOVE WS-TTL-CUR-UNITS (WS-TTL-SUB) TO WS-BEST-UNITS
              MOVE WS-TTL-CUR-SALES (WS-TTL-SUB) TO WS-BEST-SALES
           END-IF
           .
       4660-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A TITLE WITH STOCK ON HAND AND NO ORDER SINCE THE CUTOFF IS
      *    A SLOW MOVER; RETIRED TITLES ARE NO LONGER SOLD AND DROP OUT
       4800-SLOW-MOVERS.
           MOVE '4800-SLOW-MOVERS' TO ERR-LOC

           STRING 'SLOW MOVERS - NO ORDERS SINCE ' WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO WS-SECTION-TEXT
           WRITE RPT-OP-FIELDS FROM WS-SECTION-HEAD
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-SLOW-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE 'N' TO MASTER-EOF-FLAG
           MOVE ZERO TO INV-BOOK-ID
           START VSAMINV KEY >= INV-BOOK-ID
              INVALID KEY SET MASTER-END-OF-FILE TO TRUE
           END-START

           PERFORM 4850-CHECK-ONE-TITLE THRU 4850-EXIT
              UNTIL MASTER-END-OF-FILE

           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       4800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4850-CHECK-ONE-TITLE.
           READ VSAMINV NEXT
              AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ
           IF MASTER-END-OF-FILE
              GO TO 4850-EXIT
           END-IF

           IF INV-ON-HAND NOT > 0
              GO TO 4850-EXIT
           END-IF

           MOVE INV-BOOK-ID TO WS-WORK-BOOK-ID
           MOVE 'N' TO TTL-FOUND-FLAG
           SET TTL-IDX TO 1
           SEARCH WS-TTL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-TTL-BOOK-ID (TTL-IDX) = WS-WORK-BOOK-ID
                 SET TTL-WAS-FOUND TO TRUE
           END-SEARCH
           IF TTL-WAS-FOUND
              IF WS-TTL-LAST-ORDER (TTL-IDX) NOT < WS-CUTOFF-DATE
                 GO TO 4850-EXIT
              END-IF
           END-IF

           MOVE 'N' TO BOOK-FOUND-FLAG
           MOVE INV-BOOK-ID TO BOOKS-BOOK-ID
           READ VSAMBOOK
              INVALID KEY CONTINUE
              NOT INVALID KEY SET BOOK-WAS-FOUND TO TRUE
           END-READ
           IF BOOK-WAS-FOUND AND BOOKS-RETIRED
              GO TO 4850-EXIT
           END-IF

           MOVE WS-WORK-BOOK-ID TO WS-S-BOOK-ID
           IF BOOK-WAS-FOUND
              MOVE BOOKS-TITLE-TEXT (1:40) TO WS-S-TITLE
           ELSE
              MOVE '** NOT ON BOOK MASTER **' TO WS-S-TITLE
           END-IF
           MOVE INV-ON-HAND TO WS-S-ON-HAND
           IF TTL-WAS-FOUND
              MOVE WS-TTL-LAST-ORDER (TTL-IDX) TO WS-S-LAST-ORDER
           ELSE
              MOVE 'NONE SEEN'                 TO WS-S-LAST-ORDER
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-SLOW-LINE
           ADD 1 TO WS-TOTAL-SLOW-COUNT
           .
       4850-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    YYYY-MM-DD TO YYYYMMDD
       8100-DATE-TO-NUM.
           MOVE WS-WORK-DATE-X (1:4) TO WS-WORK-DATE-NUM (1:4)
           MOVE WS-WORK-DATE-X (6:2) TO WS-WORK-DATE-NUM (5:2)
           MOVE WS-WORK-DATE-X (9:2) TO WS-WORK-DATE-NUM (7:2)
           .
       8100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A MONTH SHORTER THAN THE END DATE'S DAY TAKES ITS LAST DAY
       8150-BACK-UP-DAY.
           SUBTRACT 1 FROM WS-WORK-DD
           .
       8150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    YYYYMMDD TO YYYY-MM-DD
       8200-NUM-TO-DATE.
           STRING WS-WORK-DATE-NUM (1:4) '-'
                  WS-WORK-DATE-NUM (5:2) '-'
                  WS-WORK-DATE-NUM (7:2) DELIMITED BY SIZE
                  INTO WS-WORK-DATE-X
           .
       8200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DOLLAR CHANGE ON THE PRIOR PERIOD AS A PERCENT - A TITLE
      *    WITH NO PRIOR SALES IS NEW
       8300-FORMAT-CHANGE.
           IF WS-CHG-PRI = 0
              IF WS-CHG-CUR = 0
                 MOVE '       -' TO WS-CHG-TEXT
              ELSE
                 MOVE '     NEW' TO WS-CHG-TEXT
              END-IF
              GO TO 8300-EXIT
           END-IF

           COMPUTE WS-CHG-PCT ROUNDED =
              (WS-CHG-CUR - WS-CHG-PRI) * 100 / WS-CHG-PRI
              ON SIZE ERROR
                 MOVE ' >99999%' TO WS-CHG-TEXT
                 GO TO 8300-EXIT
           END-COMPUTE
           MOVE WS-CHG-PCT  TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO WS-CHG-TEXT
           .
       8300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-XTR-ERR-CHK.
           EVALUATE TRUE
               WHEN XTR-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' XTR-STAT
                    STOP RUN
           END-EVALUATE
           .
       9996-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-ORD-ERR-CHK.
           EVALUATE TRUE
               WHEN ORDIN-STAT = 0
                    CONTINUE

               WHEN ORDIN-STAT = 10
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ORDIN-STAT
                    STOP RUN
           END-EVALUATE
           .
       9997-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
               WHEN RPTOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RPTOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9998-EXIT.
           EXIT.
      *-----------------------------------------------------------------
