      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. SKIMDET.
      ****************************************************************
      * Nightly ATM skimming and card-compromise analysis over the   *
      * WBEJNLDB-DD electronic journal. Three patterns are looked    *
      * for:                                                         *
      *   - a terminal whose PIN-failure rate (card validations      *
      *     declined for a bad PIN) or abandoned-session rate on     *
      *     the business date stands past the rate factor (300       *
      *     percent by default) of the whole network's rate;         *
      *   - one card validated at terminals of two different         *
      *     branches within the travel minutes (30 by default) on    *
      *     the business date;                                       *
      *   - a cluster of cards (3 or more by default) that each      *
      *     used the same terminal inside the lookback window (30    *
      *     days by default) and then show up on tonight's incoming  *
      *     network file on ICXIN-DD - our cards used at other       *
      *     banks' machines, the classic sign of counterfeits        *
      *     made from one skimmer.                                   *
      * Each terminal flagged by rate or cluster is a suspect common *
      * point of compromise: the report lists its network-active     *
      * cards, and every card validated there inside the window is   *
      * carried to the exposed-card list with the cards from the     *
      * travel pairs. With the blocking option on, each exposed      *
      * card still active or pending is set blocked on WBCARDDB-DD   *
      * (a teller reactivates it on WGRVCARD once the customer is    *
      * reached) and the block is traced on WBAUDTDB-DD. Cards come  *
      * from the card sequence WBVALUSR journals; cardless sessions  *
      * are listed by account for the investigators. Any finding     *
      * ends the run RC=4. The PARMIN-DD card:                       *
      *   COLS  1-10  RUN DATE YYYY-MM-DD (OPTIONAL)                 *
      *   COLS 12-14  RATE FACTOR, PERCENT OF NETWORK RATE (300)     *
      *   COLS 16-19  MINIMUM SESSIONS BEFORE A RATE COUNTS (20)     *
      *   COLS 21-23  TRAVEL MINUTES (30)                            *
      *   COLS 25-27  LOOKBACK DAYS (30)                             *
      *   COLS 29-30  CLUSTER SIZE IN CARDS (3)                      *
      *   COL  32     Y = BLOCK THE EXPOSED CARDS                    *
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
           SELECT WBEJNLDB-FILE
               ASSIGN       TO WBEJNLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EJL-KEY
               FILE STATUS  IS WBEJNLDB-FILE-STATUS WBEJNLDB-VSAM-CODE.

           SELECT ICI-IP     ASSIGN TO ICXIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ICXIN-STAT.

           SELECT WBTRMDB-FILE
               ASSIGN       TO WBTRMDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TRM-TERM-ID
               FILE STATUS  IS WBTRMDB-FILE-STATUS.

           SELECT WBCARDDB-FILE
               ASSIGN       TO WBCARDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CRD-CARD-NUM
               FILE STATUS  IS WBCARDDB-FILE-STATUS WBCARDDB-VSAM-CODE.

           SELECT WBAUDTDB-FILE
               ASSIGN       TO WBAUDTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-KEY
               FILE STATUS  IS WBAUDTDB-FILE-STATUS WBAUDTDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBRUNLOG-FILE
               ASSIGN       TO WBRUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

       FD  WBEJNLDB-FILE.
           COPY WBEJLREC.

      *    THE REGIONAL NETWORK'S INCOMING FILE, AS ICHGPOST'S
      *    ISSUING PASS POSTS IT - OUR CARDS AT OTHER BANKS' MACHINES
       FD  ICI-IP
           RECORD CONTAINS 80.
       01  ICI-RECORD.
           05 ICI-CARD-NUM               PIC X(16).
           05 ICI-ACCT-NUM               PIC X(10).
           05 ICI-OP                     PIC X(02).
              88 ICI-OP-WITHDRAWAL             VALUE 'WD'.
              88 ICI-OP-BALANCE-INQ            VALUE 'BI'.
           05 ICI-AMOUNT                 PIC 9(11)V99.
           05 ICI-FEE                    PIC 9(05)V99.
           05 ICI-TRACE                  PIC X(15).
           05 FILLER                     PIC X(17).

       FD  WBTRMDB-FILE.
           COPY WBTRMREC.

       FD  WBCARDDB-FILE.
           COPY WBCRDREC.

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-RATE-FACTOR           PIC 9(03).
           05 FILLER                     PIC X(01).
           05 PARM-MIN-SESSIONS          PIC 9(04).
           05 FILLER                     PIC X(01).
           05 PARM-TRAVEL-MINUTES        PIC 9(03).
           05 FILLER                     PIC X(01).
           05 PARM-LOOKBACK-DAYS         PIC 9(03).
           05 FILLER                     PIC X(01).
           05 PARM-CLUSTER-CARDS         PIC 9(02).
           05 FILLER                     PIC X(01).
           05 PARM-BLOCK-OPTION          PIC X(01).
           05 FILLER                     PIC X(48).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBTRMDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBEJNLDB-FILE-STATUS.
           05  STA-EJL-STAT1             PIC X(01).
           05  STA-EJL-STAT2             PIC X(01).
       01  WBEJNLDB-VSAM-CODE.
           05 EJL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 EJL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 EJL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCARDDB-FILE-STATUS.
           05  STA-CRD-STAT1             PIC X(01).
           05  STA-CRD-STAT2             PIC X(01).
       01  WBCARDDB-VSAM-CODE.
           05 CRD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CRD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CRD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBAUDTDB-FILE-STATUS.
           05  STA-AUD-STAT1             PIC X(01).
           05  STA-AUD-STAT2             PIC X(01).
       01  WBAUDTDB-VSAM-CODE.
           05 AUD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 AUD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 AUD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(44)  VALUE
                  'ATM SKIMMING AND CARD-COMPROMISE ANALYSIS'.
              10 FILLER        PIC X(37)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-PARM-LINE.
              10 FILLER        PIC X(07)  VALUE 'WINDOW '.
              10 WS-P-FROM     PIC X(10).
              10 FILLER        PIC X(04)  VALUE ' TO '.
              10 WS-P-TO       PIC X(10).
              10 FILLER        PIC X(14)  VALUE '  RATE FACTOR '.
              10 WS-P-FACTOR   PIC ZZ9.
              10 FILLER        PIC X(16)  VALUE '%  MIN SESSIONS '.
              10 WS-P-MIN      PIC ZZZ9.
              10 FILLER        PIC X(17)  VALUE '  TRAVEL MINUTES '.
              10 WS-P-TRAVEL   PIC ZZ9.
              10 FILLER        PIC X(16)  VALUE '  CLUSTER CARDS '.
              10 WS-P-CLUSTER  PIC Z9.
              10 FILLER        PIC X(11)  VALUE '  BLOCKING '.
              10 WS-P-BLOCK    PIC X(03).
              10 FILLER        PIC X(12)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-S-TITLE    PIC X(60).
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(10)  VALUE '    NONE'.
              10 FILLER        PIC X(122) VALUE SPACES.

           05 WS-RATE-LABEL.
              10 FILLER        PIC X(06)  VALUE 'TERM'.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(32)  VALUE 'LOCATION'.
              10 FILLER        PIC X(10)  VALUE 'SESSIONS'.
              10 FILLER        PIC X(11)  VALUE 'PIN FAILS'.
              10 FILLER        PIC X(09)  VALUE '  PIN %'.
              10 FILLER        PIC X(10)  VALUE ' RECORDS'.
              10 FILLER        PIC X(11)  VALUE 'ABANDONED'.
              10 FILLER        PIC X(09)  VALUE 'ABAND %'.
              10 FILLER        PIC X(26)  VALUE 'FLAGGED FOR'.

           05 WS-RATE-LINE.
              10 WS-R-TERM     PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-R-BRANCH   PIC X(03).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-R-LOC      PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-R-SESS     PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-R-PIN      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-R-PIN-PCT  PIC ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-R-RECS     PIC ZZZ,ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-R-ABN      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-R-ABN-PCT  PIC ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-R-FLAG     PIC X(20).
              10 FILLER        PIC X(06)  VALUE SPACES.

           05 WS-TRV-LABEL.
              10 FILLER        PIC X(18)  VALUE 'CARD'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(06)  VALUE 'TERM'.
              10 FILLER        PIC X(05)  VALUE 'BR'.
              10 FILLER        PIC X(10)  VALUE 'TIME'.
              10 FILLER        PIC X(06)  VALUE 'TERM'.
              10 FILLER        PIC X(05)  VALUE 'BR'.
              10 FILLER        PIC X(10)  VALUE 'TIME'.
              10 FILLER        PIC X(61)  VALUE 'MINUTES'.

           05 WS-TRV-LINE.
              10 WS-T-CARD     PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-TERM-1   PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-BR-1     PIC X(03).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-TIME-1   PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-TERM-2   PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-BR-2     PIC X(03).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-TIME-2   PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-MINUTES  PIC ZZZ9.
              10 FILLER        PIC X(57)  VALUE SPACES.

           05 WS-CPP-HEAD.
              10 FILLER        PIC X(09)  VALUE 'TERMINAL '.
              10 WS-C-TERM     PIC X(04).
              10 FILLER        PIC X(08)  VALUE ' BRANCH '.
              10 WS-C-BRANCH   PIC X(03).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-C-LOC      PIC X(30).
              10 FILLER        PIC X(08)  VALUE ' REASON '.
              10 WS-C-REASON   PIC X(20).
              10 FILLER        PIC X(22)  VALUE
                                    ' NETWORK-ACTIVE CARDS '.
              10 WS-C-NET      PIC ZZ,ZZ9.
              10 FILLER        PIC X(09)  VALUE ' EXPOSED '.
              10 WS-C-EXP      PIC ZZ,ZZ9.
              10 FILLER        PIC X(05)  VALUE SPACES.

           05 WS-CPP-LABEL.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(18)  VALUE 'NETWORK CARD'.
              10 FILLER        PIC X(110) VALUE 'LAST HERE'.

           05 WS-CPP-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-CL-CARD    PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-CL-DATE    PIC X(10).
              10 FILLER        PIC X(100) VALUE SPACES.

           05 WS-EXP-LABEL.
              10 FILLER        PIC X(18)  VALUE 'CARD / ACCOUNT'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(06)  VALUE 'TERM'.
              10 FILLER        PIC X(12)  VALUE 'LAST USE'.
              10 FILLER        PIC X(08)  VALUE 'REASON'.
              10 FILLER        PIC X(09)  VALUE 'NETWORK'.
              10 FILLER        PIC X(13)  VALUE 'CARD STATUS'.
              10 FILLER        PIC X(55)  VALUE 'ACTION'.

           05 WS-EXP-LINE.
              10 WS-E-CARD     PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-TERM     PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-DATE     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-REASON   PIC X(06).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-NET      PIC X(07).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-STATUS   PIC X(11).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-ACTION   PIC X(20).
              10 FILLER        PIC X(35)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-COUNT-TRAILER.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 WS-CT-LABEL   PIC X(27)  VALUE SPACES.
              10 WS-CT-COUNT   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  CARDS ON TONIGHT'S INCOMING NETWORK FILE - BY CARD SEQUENCE  *
      *  (POSITIONS 5-16) AND BY ACCOUNT, SO A CARDLESS SESSION ON    *
      *  THE SAME ACCOUNT STILL TIES TO THE CARD                      *
      *****************************************************************
       01  WS-NET-TABLE.
           05 WS-NET-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-NET-ENTRY OCCURS 5000 TIMES
                           INDEXED BY NET-IDX.
              10 WS-NET-CARD-SEQ       PIC X(12).
              10 WS-NET-ACCT           PIC X(10).

      *****************************************************************
      *  EVERY TERMINAL IN THE WINDOW - THE BUSINESS DATE'S RATE      *
      *  COUNTS AND THE NUMBER OF NETWORK-ACTIVE CARDS THAT PASSED    *
      *  THROUGH IT INSIDE THE WINDOW                                 *
      *****************************************************************
       01  WS-TRM-TABLE.
           05 WS-TRM-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-TRM-ENTRY OCCURS 300 TIMES
                           INDEXED BY TRM-IDX.
              10 WS-TRM-ID             PIC X(04).
              10 WS-TRM-BRANCH         PIC X(03).
              10 WS-TRM-LOC            PIC X(30).
              10 WS-TRM-SESSIONS       PIC 9(07)  COMP.
              10 WS-TRM-PIN-FAILS      PIC 9(07)  COMP.
              10 WS-TRM-RECORDS        PIC 9(07)  COMP.
              10 WS-TRM-ABANDONS       PIC 9(07)  COMP.
              10 WS-TRM-NET-CARDS      PIC 9(05)  COMP.
              10 WS-TRM-EXPOSED        PIC 9(05)  COMP.
              10 WS-TRM-REASON         PIC X(20).
              10 WS-TRM-SUSPECT-SW     PIC X(01).
                 88 TRM-IS-SUSPECT               VALUE 'Y'.

      *****************************************************************
      *  EACH DISTINCT TERMINAL / NETWORK-ACTIVE CARD PAIR IN THE     *
      *  WINDOW, WITH THE LAST DATE THE CARD WAS AT THE TERMINAL      *
      *****************************************************************
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-HIT-ENTRY OCCURS 5000 TIMES
                           INDEXED BY HIT-IDX.
              10 WS-HIT-TERM           PIC X(04).
              10 WS-HIT-CARD-SEQ       PIC X(12).
              10 WS-HIT-LAST-DATE      PIC X(10).

      *****************************************************************
      *  THE BUSINESS DATE'S CARD VALIDATIONS, FOR THE TRAVEL CHECK - *
      *  KIND 'C' IS A CARD SEQUENCE, KIND 'A' A CARDLESS ACCOUNT     *
      *****************************************************************
       01  WS-USE-TABLE.
           05 WS-USE-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-USE-ENTRY OCCURS 10000 TIMES
                           INDEXED BY USE-IDX USE-IDX-2.
              10 WS-USE-KIND           PIC X(01).
              10 WS-USE-ID             PIC X(12).
              10 WS-USE-SSN            PIC X(09).
              10 WS-USE-ACCT           PIC X(10).
              10 WS-USE-TERM           PIC X(04).
              10 WS-USE-BRANCH         PIC X(03).
              10 WS-USE-TIME           PIC X(08).
              10 WS-USE-MINUTE         PIC 9(04)  COMP.

      *****************************************************************
      *  THE EXPOSED CARDS (OR CARDLESS ACCOUNTS), ONE ENTRY EACH     *
      *****************************************************************
       01  WS-EXP-TABLE.
           05 WS-EXP-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-EXP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY EXP-IDX.
              10 WS-EXP-KIND           PIC X(01).
              10 WS-EXP-ID             PIC X(12).
              10 WS-EXP-SSN            PIC X(09).
              10 WS-EXP-ACCT           PIC X(10).
              10 WS-EXP-TERM           PIC X(04).
              10 WS-EXP-LAST-DATE      PIC X(10).
              10 WS-EXP-REASON         PIC X(06).
              10 WS-EXP-NET-SW         PIC X(01).
                 88 EXP-NETWORK-ACTIVE           VALUE 'Y'.

       01  WS-VARS.
           05 WS-RATE-FACTOR           PIC 9(03)     VALUE 300.
           05 WS-MIN-SESSIONS          PIC 9(04)     VALUE 20.
           05 WS-TRAVEL-MINUTES        PIC 9(03)     VALUE 30.
           05 WS-LOOKBACK-DAYS         PIC 9(03)     VALUE 30.
           05 WS-CLUSTER-CARDS         PIC 9(02)     VALUE 3.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-WINDOW-NUM            PIC 9(08)     VALUE ZERO.
           05 WS-WINDOW-START          PIC X(10)     VALUE SPACES.
           05 WS-TOT-SESSIONS          PIC 9(09)     VALUE ZERO.
           05 WS-TOT-PIN-FAILS         PIC 9(09)     VALUE ZERO.
           05 WS-TOT-RECORDS           PIC 9(09)     VALUE ZERO.
           05 WS-TOT-ABANDONS          PIC 9(09)     VALUE ZERO.
           05 WS-NET-PIN-RATE          PIC 9(03)V99  VALUE ZERO.
           05 WS-NET-ABN-RATE          PIC 9(03)V99  VALUE ZERO.
           05 WS-TRM-PIN-RATE          PIC 9(03)V99  VALUE ZERO.
           05 WS-TRM-ABN-RATE          PIC 9(03)V99  VALUE ZERO.
           05 WS-PIN-LIMIT             PIC 9(05)V99  VALUE ZERO.
           05 WS-ABN-LIMIT             PIC 9(05)V99  VALUE ZERO.
           05 WS-EJL-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-RATE-FLAG-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-CPP-FLAG-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-TRAVEL-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-BLOCK-COUNT           PIC 9(07)     VALUE ZERO.
           05 WS-AUDIT-SEQ             PIC 9(10)     VALUE ZERO.
           05 WS-MINUTE-GAP            PIC S9(05)    VALUE ZERO.
           05 WS-WORK-KIND             PIC X(01)     VALUE SPACES.
           05 WS-WORK-ID               PIC X(12)     VALUE SPACES.
           05 WS-WORK-SSN              PIC X(09)     VALUE SPACES.
           05 WS-WORK-ACCT             PIC X(10)     VALUE SPACES.
           05 WS-WORK-TERM             PIC X(04)     VALUE SPACES.
           05 WS-WORK-DATE             PIC X(10)     VALUE SPACES.
           05 WS-WORK-REASON           PIC X(06)     VALUE SPACES.
           05 WS-TIME-HHMM.
              10 WS-TIME-HH            PIC 9(02).
              10 WS-TIME-MM            PIC 9(02).
      *    CARD NUMBERS ARE THE BANK PREFIX PLUS THE TWELVE-DIGIT
      *    SEQUENCE THE ELECTRONIC JOURNAL CARRIES
           05 WS-CARD-BANK-PREFIX      PIC X(04)     VALUE '6042'.
           05 WS-WORK-CARD-NUM.
              10 WS-WCN-PREFIX         PIC X(04).
              10 WS-WCN-SEQ            PIC X(12).
           05 WS-MASKED-CARD           PIC X(16)     VALUE SPACES.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'SKIMDET'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ICXIN-STAT       PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ICI-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 ICI-END-OF-FILE          VALUE 'Y'.
           05 BROWSE-EOF-FLAG  PIC X(01)  VALUE 'N'.
              88 BROWSE-DONE              VALUE 'Y'.
           05 TRMDB-AVAIL-FLAG PIC X(01)  VALUE 'N'.
              88 TERM-MASTER-AVAILABLE    VALUE 'Y'.
           05 CRDDB-AVAIL-FLAG PIC X(01)  VALUE 'N'.
              88 CARD-MASTER-AVAILABLE    VALUE 'Y'.
           05 BLOCK-FLAG       PIC X(01)  VALUE 'N'.
              88 BLOCKING-REQUESTED       VALUE 'Y'.
           05 NET-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 NET-CARD-WAS-FOUND       VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM LOOKS FOR SKIMMING AND CARD-COMPROMISE PATTERNS
      * IN THE ATM ELECTRONIC JOURNAL AND LISTS THE EXPOSED CARDS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 1200-LOAD-NETWORK-CARDS THRU 1200-EXIT

      *    THE TERMINAL MASTER IS OPTIONAL - WITHOUT IT THERE ARE NO
      *    BRANCHES, SO THE TRAVEL CHECK HAS NOTHING TO COMPARE
           OPEN INPUT WBTRMDB-FILE
           IF WBTRMDB-FILE-STATUS = '00'
              SET TERM-MASTER-AVAILABLE TO TRUE
           END-IF

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT WBEJNLDB-FILE
           MOVE       'ERROR OPENING WBEJNLDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           PERFORM 2000-SCAN-ONE-RECORD
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           PERFORM 2400-FLAG-TERMINALS THRU 2400-EXIT
           PERFORM 2500-CHECK-TRAVEL   THRU 2500-EXIT
           PERFORM 2600-REPORT-CPP     THRU 2600-EXIT

           CLOSE WBEJNLDB-FILE
           IF TERM-MASTER-AVAILABLE
              CLOSE WBTRMDB-FILE
           END-IF

           PERFORM 2800-REPORT-EXPOSED THRU 2800-EXIT
           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           MOVE WS-WINDOW-START      TO WS-P-FROM
           MOVE WS-DATE-R            TO WS-P-TO
           MOVE WS-RATE-FACTOR       TO WS-P-FACTOR
           MOVE WS-MIN-SESSIONS      TO WS-P-MIN
           MOVE WS-TRAVEL-MINUTES    TO WS-P-TRAVEL
           MOVE WS-CLUSTER-CARDS     TO WS-P-CLUSTER
           IF BLOCKING-REQUESTED
              MOVE 'YES'             TO WS-P-BLOCK
           ELSE
              MOVE 'NO '             TO WS-P-BLOCK
           END-IF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-PARM-LINE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1070-READ-PARMS.
           MOVE '1070-READ-PARMS'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R

           PERFORM 1075-READ-BUS-DATE    THRU 1075-EXIT

           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-START-TIME

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
              IF PARM-RATE-FACTOR IS NUMERIC
                 AND PARM-RATE-FACTOR > 100
                 MOVE PARM-RATE-FACTOR    TO WS-RATE-FACTOR
              END-IF
              IF PARM-MIN-SESSIONS IS NUMERIC
                 AND PARM-MIN-SESSIONS > 0
                 MOVE PARM-MIN-SESSIONS   TO WS-MIN-SESSIONS
              END-IF
              IF PARM-TRAVEL-MINUTES IS NUMERIC
                 AND PARM-TRAVEL-MINUTES > 0
                 MOVE PARM-TRAVEL-MINUTES TO WS-TRAVEL-MINUTES
              END-IF
              IF PARM-LOOKBACK-DAYS IS NUMERIC
                 AND PARM-LOOKBACK-DAYS > 0
                 MOVE PARM-LOOKBACK-DAYS  TO WS-LOOKBACK-DAYS
              END-IF
              IF PARM-CLUSTER-CARDS IS NUMERIC
                 AND PARM-CLUSTER-CARDS > 1
                 MOVE PARM-CLUSTER-CARDS  TO WS-CLUSTER-CARDS
              END-IF
              IF PARM-BLOCK-OPTION = 'Y'
                 SET BLOCKING-REQUESTED   TO TRUE
              END-IF
           END-IF

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM
           COMPUTE WS-WINDOW-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-LOOKBACK-DAYS)
           STRING WS-WINDOW-NUM(1:4) '-' WS-WINDOW-NUM(5:2) '-'
                  WS-WINDOW-NUM(7:2)
                  DELIMITED BY SIZE
                  INTO WS-WINDOW-START
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL ANALYSES THE RIGHT BUSINESS DAY; THE PARM
      *    RUN DATE STILL OVERRIDES BOTH FOR BACKDATED RERUNS
       1075-READ-BUS-DATE.
           OPEN INPUT WBBDATE-FILE
           IF WBBDATE-FILE-STATUS = '00'
              MOVE 'B' TO BDT-KEY
              READ WBBDATE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BDT-CURRENT-DATE NOT = SPACES
                       MOVE BDT-CURRENT-DATE TO WS-DATE-R
                    END-IF
              END-READ
              CLOSE WBBDATE-FILE
           END-IF
           .
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    NO NETWORK FILE TONIGHT MEANS NO CLUSTERS TO FIND - THE
      *    RATE AND TRAVEL CHECKS STILL RUN
       1200-LOAD-NETWORK-CARDS.
           MOVE '1200-LOAD-NETWORK-CARDS' TO ERR-LOC
           MOVE 'N'                      TO ICI-EOF-FLAG

           OPEN INPUT ICI-IP
           IF ICXIN-STAT NOT = 0
              SET ICI-END-OF-FILE TO TRUE
           END-IF

           PERFORM 1210-LOAD-ONE-NETWORK THRU 1210-EXIT
              UNTIL ICI-END-OF-FILE

           IF ICXIN-STAT = 0 OR ICXIN-STAT = 10
              CLOSE ICI-IP
           END-IF
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1210-LOAD-ONE-NETWORK.
           MOVE '1210-LOAD-ONE-NETWORK' TO ERR-LOC

           READ ICI-IP
              AT END SET ICI-END-OF-FILE TO TRUE
           END-READ

           IF ICI-END-OF-FILE
              GO TO 1210-EXIT
           END-IF

           SET NET-IDX TO 1
           SEARCH WS-NET-ENTRY
              AT END
                 IF WS-NET-COUNT < 5000
                    ADD 1 TO WS-NET-COUNT
                    SET NET-IDX TO WS-NET-COUNT
                    MOVE ICI-CARD-NUM(5:12) TO WS-NET-CARD-SEQ (NET-IDX)
                    MOVE ICI-ACCT-NUM       TO WS-NET-ACCT (NET-IDX)
                 ELSE
                    DISPLAY 'SKIMDET - NETWORK CARD TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-NET-CARD-SEQ (NET-IDX) = ICI-CARD-NUM(5:12)
                 CONTINUE
           END-SEARCH
           .
       1210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE PASS OVER THE WHOLE JOURNAL - IT IS KEYED BY TERMINAL
      *    FIRST, SO THE WINDOW IS A DATE TEST ON EVERY RECORD
       2000-SCAN-ONE-RECORD.
           MOVE '2000-SCAN-ONE-RECORD' TO ERR-LOC

           READ WBEJNLDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           IF EJL-DATE < WS-WINDOW-START
              OR EJL-DATE > WS-DATE-R
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-EJL-COUNT
           MOVE EJL-TERM-ID TO WS-WORK-TERM
           PERFORM 2300-FIND-TERMINAL THRU 2300-EXIT

           IF EJL-DATE = WS-DATE-R
              PERFORM 2100-ADD-DAY-STATS THRU 2100-EXIT
           END-IF

           IF EJL-OP-VALIDATE AND WS-NET-COUNT > 0
              PERFORM 2200-MATCH-NETWORK THRU 2200-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A SESSION IS ONE CARD VALIDATION; EVERY JOURNAL RECORD
      *    WITH NO REPLY CODE IS AN ABANDONED INTERACTION
       2100-ADD-DAY-STATS.
           MOVE '2100-ADD-DAY-STATS' TO ERR-LOC

           ADD 1 TO WS-TRM-RECORDS (TRM-IDX)
                    WS-TOT-RECORDS
           IF EJL-STATUS = SPACE
              ADD 1 TO WS-TRM-ABANDONS (TRM-IDX)
                       WS-TOT-ABANDONS
           END-IF

           IF NOT EJL-OP-VALIDATE
              GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-TRM-SESSIONS (TRM-IDX)
                    WS-TOT-SESSIONS
           IF EJL-STATUS = '2'
              ADD 1 TO WS-TRM-PIN-FAILS (TRM-IDX)
                       WS-TOT-PIN-FAILS
           END-IF

           PERFORM 2050-SET-IDENTITY THRU 2050-EXIT
           IF WS-WORK-ID = SPACES
              GO TO 2100-EXIT
           END-IF

           MOVE EJL-TIME(1:2) TO WS-TIME-HH
           IF EJL-TIME(3:1) = ':'
              MOVE EJL-TIME(4:2) TO WS-TIME-MM
           ELSE
              MOVE EJL-TIME(3:2) TO WS-TIME-MM
           END-IF
           IF WS-TIME-HHMM IS NOT NUMERIC
              GO TO 2100-EXIT
           END-IF

           IF WS-USE-COUNT NOT < 10000
              DISPLAY 'SKIMDET - CARD USE TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-USE-COUNT
           SET USE-IDX TO WS-USE-COUNT
           MOVE WS-WORK-KIND          TO WS-USE-KIND (USE-IDX)
           MOVE WS-WORK-ID            TO WS-USE-ID (USE-IDX)
           MOVE EJL-SSN               TO WS-USE-SSN (USE-IDX)
           MOVE EJL-ACCT-NUM          TO WS-USE-ACCT (USE-IDX)
           MOVE EJL-TERM-ID           TO WS-USE-TERM (USE-IDX)
           MOVE WS-TRM-BRANCH (TRM-IDX) TO WS-USE-BRANCH (USE-IDX)
           MOVE EJL-TIME              TO WS-USE-TIME (USE-IDX)
           COMPUTE WS-USE-MINUTE (USE-IDX) =
                   WS-TIME-HH * 60 + WS-TIME-MM
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CARD SEQUENCE WHEN THE TERMINAL READ A CARD, OTHERWISE
      *    THE ACCOUNT KEYED FOR THE CARDLESS SESSION
       2050-SET-IDENTITY.
           IF EJL-CARD-SEQ NOT = SPACES
              AND EJL-CARD-SEQ NOT = LOW-VALUES
              MOVE 'C'          TO WS-WORK-KIND
              MOVE EJL-CARD-SEQ TO WS-WORK-ID
           ELSE
              MOVE 'A'          TO WS-WORK-KIND
              MOVE EJL-ACCT-NUM TO WS-WORK-ID
           END-IF
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CARD THAT SHOWS ON TONIGHT'S NETWORK FILE AFTER USING
      *    THIS TERMINAL COUNTS ONCE TOWARD THE TERMINAL'S CLUSTER
       2200-MATCH-NETWORK.
           MOVE '2200-MATCH-NETWORK' TO ERR-LOC

           PERFORM 2050-SET-IDENTITY THRU 2050-EXIT
           IF WS-WORK-ID = SPACES
              GO TO 2200-EXIT
           END-IF
           PERFORM 2210-FIND-NETWORK-CARD THRU 2210-EXIT
           IF NOT NET-CARD-WAS-FOUND
              GO TO 2200-EXIT
           END-IF

           SET HIT-IDX TO 1
           SEARCH WS-HIT-ENTRY
              AT END
                 IF WS-HIT-COUNT < 5000
                    ADD 1 TO WS-HIT-COUNT
                    SET HIT-IDX TO WS-HIT-COUNT
                    MOVE EJL-TERM-ID TO WS-HIT-TERM (HIT-IDX)
                    MOVE WS-NET-CARD-SEQ (NET-IDX)
                      TO WS-HIT-CARD-SEQ (HIT-IDX)
                    ADD 1 TO WS-TRM-NET-CARDS (TRM-IDX)
                 ELSE
                    DISPLAY 'SKIMDET - NETWORK HIT TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-HIT-TERM (HIT-IDX) = EJL-TERM-ID
               AND WS-HIT-CARD-SEQ (HIT-IDX) = WS-NET-CARD-SEQ (NET-IDX)
                 CONTINUE
           END-SEARCH

      *    THE JOURNAL RUNS IN DATE ORDER WITHIN A TERMINAL
           MOVE EJL-DATE TO WS-HIT-LAST-DATE (HIT-IDX)
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-FIND-NETWORK-CARD.
           MOVE 'N' TO NET-FOUND-FLAG

           SET NET-IDX TO 1
           IF WS-WORK-KIND = 'C'
              SEARCH WS-NET-ENTRY
                 AT END CONTINUE
                 WHEN NET-IDX > WS-NET-COUNT
                    CONTINUE
                 WHEN WS-NET-CARD-SEQ (NET-IDX) = WS-WORK-ID
                    SET NET-CARD-WAS-FOUND TO TRUE
              END-SEARCH
           ELSE
              SEARCH WS-NET-ENTRY
                 AT END CONTINUE
                 WHEN NET-IDX > WS-NET-COUNT
                    CONTINUE
                 WHEN WS-NET-ACCT (NET-IDX) = WS-WORK-ID
                    SET NET-CARD-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-FIND-TERMINAL.
           MOVE '2300-FIND-TERMINAL' TO ERR-LOC

           SET TRM-IDX TO 1
           SEARCH WS-TRM-ENTRY
              AT END
                 IF WS-TRM-COUNT < 300
                    ADD 1 TO WS-TRM-COUNT
                    SET TRM-IDX TO WS-TRM-COUNT
                    MOVE WS-WORK-TERM TO WS-TRM-ID (TRM-IDX)
                    MOVE SPACES TO WS-TRM-BRANCH (TRM-IDX)
                                   WS-TRM-LOC (TRM-IDX)
                                   WS-TRM-REASON (TRM-IDX)
                    MOVE 'N'    TO WS-TRM-SUSPECT-SW (TRM-IDX)
                    MOVE ZERO TO WS-TRM-SESSIONS (TRM-IDX)
                                 WS-TRM-PIN-FAILS (TRM-IDX)
                                 WS-TRM-RECORDS (TRM-IDX)
                                 WS-TRM-ABANDONS (TRM-IDX)
                                 WS-TRM-NET-CARDS (TRM-IDX)
                                 WS-TRM-EXPOSED (TRM-IDX)
                    PERFORM 2310-READ-TERMINAL THRU 2310-EXIT
                 ELSE
                    DISPLAY 'SKIMDET - TERMINAL TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-TRM-ID (TRM-IDX) = WS-WORK-TERM
                 CONTINUE
           END-SEARCH
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2310-READ-TERMINAL.
           IF NOT TERM-MASTER-AVAILABLE
              GO TO 2310-EXIT
           END-IF

           MOVE WS-WORK-TERM TO TRM-TERM-ID
           READ WBTRMDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE TRM-BRANCH   TO WS-TRM-BRANCH (TRM-IDX)
                 MOVE TRM-LOCATION TO WS-TRM-LOC (TRM-IDX)
           END-READ
           .
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A TERMINAL IS MEASURED AGAINST THE WHOLE NETWORK'S RATE
      *    FOR THE DAY, AND ONLY ONCE IT HAS SEEN ENOUGH SESSIONS FOR
      *    THE RATE TO MEAN SOMETHING
       2400-FLAG-TERMINALS.
           MOVE '2400-FLAG-TERMINALS' TO ERR-LOC

           IF WS-TOT-SESSIONS > 0
              COMPUTE WS-NET-PIN-RATE ROUNDED =
                      WS-TOT-PIN-FAILS * 100 / WS-TOT-SESSIONS
           END-IF
           IF WS-TOT-RECORDS > 0
              COMPUTE WS-NET-ABN-RATE ROUNDED =
                      WS-TOT-ABANDONS * 100 / WS-TOT-RECORDS
           END-IF
           COMPUTE WS-PIN-LIMIT =
                   WS-NET-PIN-RATE * WS-RATE-FACTOR / 100
           COMPUTE WS-ABN-LIMIT =
                   WS-NET-ABN-RATE * WS-RATE-FACTOR / 100

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'TERMINAL PIN-FAILURE AND ABANDONED-SESSION RATES'
             TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-RATE-LABEL

           MOVE SPACES               TO WS-RATE-LINE
           MOVE 'ALL '               TO WS-R-TERM
           MOVE 'NETWORK AVERAGE'    TO WS-R-LOC
           MOVE WS-TOT-SESSIONS      TO WS-R-SESS
           MOVE WS-TOT-PIN-FAILS     TO WS-R-PIN
           MOVE WS-NET-PIN-RATE      TO WS-R-PIN-PCT
           MOVE WS-TOT-RECORDS       TO WS-R-RECS
           MOVE WS-TOT-ABANDONS      TO WS-R-ABN
           MOVE WS-NET-ABN-RATE      TO WS-R-ABN-PCT
           WRITE RPT-OP-FIELDS FROM WS-RATE-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           PERFORM 2410-FLAG-ONE-TERMINAL THRU 2410-EXIT
              VARYING TRM-IDX FROM 1 BY 1
              UNTIL TRM-IDX > WS-TRM-COUNT

           IF WS-RATE-FLAG-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-FLAG-ONE-TERMINAL.
           MOVE '2410-FLAG-ONE-TERMINAL' TO ERR-LOC

           MOVE ZERO TO WS-TRM-PIN-RATE WS-TRM-ABN-RATE
           IF WS-TRM-SESSIONS (TRM-IDX) > 0
              COMPUTE WS-TRM-PIN-RATE ROUNDED =
                      WS-TRM-PIN-FAILS (TRM-IDX) * 100
                    / WS-TRM-SESSIONS (TRM-IDX)
           END-IF
           IF WS-TRM-RECORDS (TRM-IDX) > 0
              COMPUTE WS-TRM-ABN-RATE ROUNDED =
                      WS-TRM-ABANDONS (TRM-IDX) * 100
                    / WS-TRM-RECORDS (TRM-IDX)
           END-IF

           IF WS-TRM-SESSIONS (TRM-IDX) NOT < WS-MIN-SESSIONS
              AND WS-TRM-PIN-FAILS (TRM-IDX) > 0
              AND WS-TRM-PIN-RATE > WS-PIN-LIMIT
              MOVE 'PIN FAILURES' TO WS-TRM-REASON (TRM-IDX)
           END-IF
           IF WS-TRM-RECORDS (TRM-IDX) NOT < WS-MIN-SESSIONS
              AND WS-TRM-ABANDONS (TRM-IDX) > 0
              AND WS-TRM-ABN-RATE > WS-ABN-LIMIT
              IF WS-TRM-REASON (TRM-IDX) = SPACES
                 MOVE 'ABANDONED SESSIONS' TO WS-TRM-REASON (TRM-IDX)
              ELSE
                 MOVE 'PIN FAILS + ABANDONS'
                   TO WS-TRM-REASON (TRM-IDX)
              END-IF
           END-IF

           IF WS-TRM-REASON (TRM-IDX) NOT = SPACES
              SET TRM-IS-SUSPECT (TRM-IDX) TO TRUE
              ADD 1 TO WS-RATE-FLAG-COUNT
              MOVE SPACES                      TO WS-RATE-LINE
              MOVE WS-TRM-ID (TRM-IDX)         TO WS-R-TERM
              MOVE WS-TRM-BRANCH (TRM-IDX)     TO WS-R-BRANCH
              MOVE WS-TRM-LOC (TRM-IDX)        TO WS-R-LOC
              MOVE WS-TRM-SESSIONS (TRM-IDX)   TO WS-R-SESS
              MOVE WS-TRM-PIN-FAILS (TRM-IDX)  TO WS-R-PIN
              MOVE WS-TRM-PIN-RATE             TO WS-R-PIN-PCT
              MOVE WS-TRM-RECORDS (TRM-IDX)    TO WS-R-RECS
              MOVE WS-TRM-ABANDONS (TRM-IDX)   TO WS-R-ABN
              MOVE WS-TRM-ABN-RATE             TO WS-R-ABN-PCT
              MOVE WS-TRM-REASON (TRM-IDX)     TO WS-R-FLAG
              WRITE RPT-OP-FIELDS FROM WS-RATE-LINE
              MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
              PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           END-IF

      *    THE CLUSTER TEST - ENOUGH NETWORK-ACTIVE CARDS PASSED
      *    THROUGH THIS ONE MACHINE INSIDE THE WINDOW
           IF WS-TRM-NET-CARDS (TRM-IDX) NOT < WS-CLUSTER-CARDS
              ADD 1 TO WS-CPP-FLAG-COUNT
              IF TRM-IS-SUSPECT (TRM-IDX)
                 MOVE 'RATE + NET CLUSTER' TO WS-TRM-REASON (TRM-IDX)
              ELSE
                 MOVE 'NETWORK CLUSTER'    TO WS-TRM-REASON (TRM-IDX)
              END-IF
              SET TRM-IS-SUSPECT (TRM-IDX) TO TRUE
           END-IF
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE CARD VALIDATED AT TWO BRANCHES' TERMINALS CLOSER
      *    TOGETHER IN TIME THAN ANYONE COULD TRAVEL BETWEEN THEM
       2500-CHECK-TRAVEL.
           MOVE '2500-CHECK-TRAVEL' TO ERR-LOC

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'SAME CARD AT DIFFERENT BRANCHES WITHIN THE TRAVEL TIME'
             TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-TRV-LABEL

           PERFORM 2510-CHECK-ONE-USE THRU 2510-EXIT
              VARYING USE-IDX FROM 1 BY 1
              UNTIL USE-IDX > WS-USE-COUNT

           IF WS-TRAVEL-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-CHECK-ONE-USE.
           IF WS-USE-BRANCH (USE-IDX) = SPACES
              GO TO 2510-EXIT
           END-IF

           PERFORM 2520-COMPARE-USES THRU 2520-EXIT
              VARYING USE-IDX-2 FROM USE-IDX BY 1
              UNTIL USE-IDX-2 > WS-USE-COUNT
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2520-COMPARE-USES.
           IF USE-IDX-2 = USE-IDX
              OR WS-USE-KIND (USE-IDX-2) NOT = WS-USE-KIND (USE-IDX)
              OR WS-USE-ID (USE-IDX-2) NOT = WS-USE-ID (USE-IDX)
              OR WS-USE-BRANCH (USE-IDX-2) = SPACES
              OR WS-USE-BRANCH (USE-IDX-2) = WS-USE-BRANCH (USE-IDX)
              GO TO 2520-EXIT
           END-IF

           COMPUTE WS-MINUTE-GAP =
                   WS-USE-MINUTE (USE-IDX-2) - WS-USE-MINUTE (USE-IDX)
           IF WS-MINUTE-GAP < 0
              COMPUTE WS-MINUTE-GAP = 0 - WS-MINUTE-GAP
           END-IF
           IF WS-MINUTE-GAP > WS-TRAVEL-MINUTES
              GO TO 2520-EXIT
           END-IF

           ADD 1 TO WS-TRAVEL-COUNT
           MOVE SPACES                      TO WS-TRV-LINE
           IF WS-USE-KIND (USE-IDX) = 'C'
              MOVE WS-CARD-BANK-PREFIX      TO WS-WCN-PREFIX
              MOVE WS-USE-ID (USE-IDX)      TO WS-WCN-SEQ
              PERFORM 8600-MASK-CARD THRU 8600-EXIT
              MOVE WS-MASKED-CARD           TO WS-T-CARD
           ELSE
              STRING 'ACCT ' WS-USE-ACCT (USE-IDX)
                     DELIMITED BY SIZE INTO WS-T-CARD
           END-IF
           MOVE WS-USE-SSN (USE-IDX)        TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN               TO WS-T-SSN
           MOVE WS-USE-TERM (USE-IDX)       TO WS-T-TERM-1
           MOVE WS-USE-BRANCH (USE-IDX)     TO WS-T-BR-1
           MOVE WS-USE-TIME (USE-IDX)       TO WS-T-TIME-1
           MOVE WS-USE-TERM (USE-IDX-2)     TO WS-T-TERM-2
           MOVE WS-USE-BRANCH (USE-IDX-2)   TO WS-T-BR-2
           MOVE WS-USE-TIME (USE-IDX-2)     TO WS-T-TIME-2
           MOVE WS-MINUTE-GAP               TO WS-T-MINUTES
           WRITE RPT-OP-FIELDS FROM WS-TRV-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           MOVE WS-USE-KIND (USE-IDX)       TO WS-WORK-KIND
           MOVE WS-USE-ID (USE-IDX)         TO WS-WORK-ID
           MOVE WS-USE-SSN (USE-IDX)        TO WS-WORK-SSN
           MOVE WS-USE-ACCT (USE-IDX)       TO WS-WORK-ACCT
           MOVE WS-USE-TERM (USE-IDX-2)     TO WS-WORK-TERM
           MOVE WS-DATE-R                   TO WS-WORK-DATE
           MOVE 'TRAVEL'                    TO WS-WORK-REASON
           PERFORM 2700-ADD-EXPOSED THRU 2700-EXIT
           .
       2520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE COMMON-POINT-OF-COMPROMISE LIST - FOR EACH SUSPECT
      *    TERMINAL, EVERY CARD VALIDATED THERE INSIDE THE WINDOW IS
      *    EXPOSED, AND THE NETWORK-ACTIVE ONES ARE LISTED UNDER IT
       2600-REPORT-CPP.
           MOVE '2600-REPORT-CPP' TO ERR-LOC

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'COMMON POINT OF COMPROMISE - SUSPECT TERMINALS'
             TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE

           PERFORM 2610-REPORT-ONE-TERMINAL THRU 2610-EXIT
              VARYING TRM-IDX FROM 1 BY 1
              UNTIL TRM-IDX > WS-TRM-COUNT

           IF WS-RATE-FLAG-COUNT = 0 AND WS-CPP-FLAG-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2610-REPORT-ONE-TERMINAL.
           MOVE '2610-REPORT-ONE-TERMINAL' TO ERR-LOC

           IF NOT TRM-IS-SUSPECT (TRM-IDX)
              GO TO 2610-EXIT
           END-IF

      *    THE NETWORK-ACTIVE CARDS FIRST, SO THEY CARRY THE NETWORK
      *    FLAG EVEN WHEN THEIR SESSION HERE WAS CARDLESS
           PERFORM 2630-ADD-HIT-CARD THRU 2630-EXIT
              VARYING HIT-IDX FROM 1 BY 1
              UNTIL HIT-IDX > WS-HIT-COUNT

           MOVE 'N' TO BROWSE-EOF-FLAG
           MOVE WS-TRM-ID (TRM-IDX) TO EJL-TERM-ID
           MOVE WS-WINDOW-START     TO EJL-DATE
           MOVE LOW-VALUES          TO EJL-TIME
           MOVE ZERO                TO EJL-TASK
           START WBEJNLDB-FILE KEY IS NOT LESS THAN EJL-KEY
              INVALID KEY SET BROWSE-DONE TO TRUE
           END-START

           PERFORM 2620-COLLECT-EXPOSED THRU 2620-EXIT
              UNTIL BROWSE-DONE

           MOVE SPACES                      TO WS-C-LOC WS-C-REASON
           MOVE WS-TRM-ID (TRM-IDX)         TO WS-C-TERM
           MOVE WS-TRM-BRANCH (TRM-IDX)     TO WS-C-BRANCH
           MOVE WS-TRM-LOC (TRM-IDX)        TO WS-C-LOC
           MOVE WS-TRM-REASON (TRM-IDX)     TO WS-C-REASON
           MOVE WS-TRM-NET-CARDS (TRM-IDX)  TO WS-C-NET
           MOVE WS-TRM-EXPOSED (TRM-IDX)    TO WS-C-EXP
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-CPP-HEAD
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           IF WS-TRM-NET-CARDS (TRM-IDX) > 0
              WRITE RPT-OP-FIELDS FROM WS-CPP-LABEL
              PERFORM 2640-PRINT-ONE-HIT THRU 2640-EXIT
                 VARYING HIT-IDX FROM 1 BY 1
                 UNTIL HIT-IDX > WS-HIT-COUNT
           END-IF
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2620-COLLECT-EXPOSED.
           READ WBEJNLDB-FILE NEXT
              AT END SET BROWSE-DONE TO TRUE
           END-READ
           IF BROWSE-DONE
              GO TO 2620-EXIT
           END-IF

           IF EJL-TERM-ID NOT = WS-TRM-ID (TRM-IDX)
              OR EJL-DATE > WS-DATE-R
              SET BROWSE-DONE TO TRUE
              GO TO 2620-EXIT
           END-IF

           IF NOT EJL-OP-VALIDATE
              GO TO 2620-EXIT
           END-IF

           PERFORM 2050-SET-IDENTITY THRU 2050-EXIT
           IF WS-WORK-ID = SPACES
              GO TO 2620-EXIT
           END-IF

           MOVE EJL-SSN          TO WS-WORK-SSN
           MOVE EJL-ACCT-NUM     TO WS-WORK-ACCT
           MOVE EJL-TERM-ID      TO WS-WORK-TERM
           MOVE EJL-DATE         TO WS-WORK-DATE
           MOVE 'CPP'            TO WS-WORK-REASON
           PERFORM 2700-ADD-EXPOSED THRU 2700-EXIT
           .
       2620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2630-ADD-HIT-CARD.
           IF WS-HIT-TERM (HIT-IDX) NOT = WS-TRM-ID (TRM-IDX)
              GO TO 2630-EXIT
           END-IF

           MOVE 'C'                         TO WS-WORK-KIND
           MOVE WS-HIT-CARD-SEQ (HIT-IDX)   TO WS-WORK-ID
           MOVE SPACES                      TO WS-WORK-SSN
                                               WS-WORK-ACCT
           MOVE WS-HIT-TERM (HIT-IDX)       TO WS-WORK-TERM
           MOVE WS-HIT-LAST-DATE (HIT-IDX)  TO WS-WORK-DATE
           MOVE 'CPP'                       TO WS-WORK-REASON
           PERFORM 2700-ADD-EXPOSED THRU 2700-EXIT
           .
       2630-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2640-PRINT-ONE-HIT.
           IF WS-HIT-TERM (HIT-IDX) NOT = WS-TRM-ID (TRM-IDX)
              GO TO 2640-EXIT
           END-IF

           MOVE WS-CARD-BANK-PREFIX         TO WS-WCN-PREFIX
           MOVE WS-HIT-CARD-SEQ (HIT-IDX)   TO WS-WCN-SEQ
           PERFORM 8600-MASK-CARD THRU 8600-EXIT
           MOVE WS-MASKED-CARD              TO WS-CL-CARD
           MOVE WS-HIT-LAST-DATE (HIT-IDX)  TO WS-CL-DATE
           WRITE RPT-OP-FIELDS FROM WS-CPP-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2640-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE ENTRY PER CARD (OR CARDLESS ACCOUNT) - A CARD FOUND BY
      *    BOTH TESTS IS MARKED 'BOTH', AND THE LATEST USE IS KEPT
       2700-ADD-EXPOSED.
           MOVE '2700-ADD-EXPOSED' TO ERR-LOC

           SET EXP-IDX TO 1
           SEARCH WS-EXP-ENTRY
              AT END
                 IF WS-EXP-COUNT < 10000
                    ADD 1 TO WS-EXP-COUNT
                    SET EXP-IDX TO WS-EXP-COUNT
                    MOVE WS-WORK-KIND   TO WS-EXP-KIND (EXP-IDX)
                    MOVE WS-WORK-ID     TO WS-EXP-ID (EXP-IDX)
                    MOVE WS-WORK-SSN    TO WS-EXP-SSN (EXP-IDX)
                    MOVE WS-WORK-ACCT   TO WS-EXP-ACCT (EXP-IDX)
                    MOVE WS-WORK-TERM   TO WS-EXP-TERM (EXP-IDX)
                    MOVE WS-WORK-DATE   TO WS-EXP-LAST-DATE (EXP-IDX)
                    MOVE WS-WORK-REASON TO WS-EXP-REASON (EXP-IDX)
                    MOVE 'N'            TO WS-EXP-NET-SW (EXP-IDX)
                    PERFORM 2210-FIND-NETWORK-CARD THRU 2210-EXIT
                    IF NET-CARD-WAS-FOUND
                       SET EXP-NETWORK-ACTIVE (EXP-IDX) TO TRUE
                    END-IF
                    IF WS-WORK-REASON = 'CPP'
                       ADD 1 TO WS-TRM-EXPOSED (TRM-IDX)
                    END-IF
                 ELSE
                    DISPLAY 'SKIMDET - EXPOSED CARD TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 GO TO 2700-EXIT
              WHEN WS-EXP-KIND (EXP-IDX) = WS-WORK-KIND
               AND WS-EXP-ID (EXP-IDX) = WS-WORK-ID
                 CONTINUE
           END-SEARCH

      *    THE TRAVEL PAIRS ARE LISTED FIRST, SO A TRAVEL CARD THE
      *    SUSPECT TERMINAL ALSO SAW STILL COUNTS AGAINST THE TERMINAL
           IF WS-WORK-REASON = 'CPP'
              AND WS-EXP-REASON (EXP-IDX) = 'TRAVEL'
              ADD 1 TO WS-TRM-EXPOSED (TRM-IDX)
           END-IF
           IF WS-WORK-REASON NOT = WS-EXP-REASON (EXP-IDX)
              MOVE 'BOTH' TO WS-EXP-REASON (EXP-IDX)
           END-IF
           IF WS-EXP-SSN (EXP-IDX) = SPACES
              MOVE WS-WORK-SSN  TO WS-EXP-SSN (EXP-IDX)
              MOVE WS-WORK-ACCT TO WS-EXP-ACCT (EXP-IDX)
           END-IF
           IF WS-WORK-DATE > WS-EXP-LAST-DATE (EXP-IDX)
              MOVE WS-WORK-DATE TO WS-EXP-LAST-DATE (EXP-IDX)
              MOVE WS-WORK-TERM TO WS-EXP-TERM (EXP-IDX)
           END-IF
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE EXPOSED-CARD LIST, WITH EACH CARD'S STATUS ON THE CARD
      *    MASTER - AND THE BLOCK ITSELF WHEN THE OPTION IS ON
       2800-REPORT-EXPOSED.
           MOVE '2800-REPORT-EXPOSED' TO ERR-LOC

           IF BLOCKING-REQUESTED
              OPEN I-O WBCARDDB-FILE
              MOVE       'ERROR OPENING WBCARDDB'   TO ERR-MSG
              PERFORM 9996-CRD-ERR-CHK            THRU 9996-EXIT
              SET CARD-MASTER-AVAILABLE TO TRUE
              OPEN I-O WBAUDTDB-FILE
              MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
              PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT
           ELSE
              OPEN INPUT WBCARDDB-FILE
              IF WBCARDDB-FILE-STATUS = '00'
                 SET CARD-MASTER-AVAILABLE TO TRUE
              END-IF
           END-IF

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'EXPOSED CARDS' TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-EXP-LABEL

           PERFORM 2810-REPORT-ONE-CARD THRU 2810-EXIT
              VARYING EXP-IDX FROM 1 BY 1
              UNTIL EXP-IDX > WS-EXP-COUNT

           IF WS-EXP-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF

           IF CARD-MASTER-AVAILABLE
              CLOSE WBCARDDB-FILE
           END-IF
           IF BLOCKING-REQUESTED
              CLOSE WBAUDTDB-FILE
           END-IF
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2810-REPORT-ONE-CARD.
           MOVE '2810-REPORT-ONE-CARD' TO ERR-LOC

           MOVE SPACES                       TO WS-EXP-LINE
           MOVE WS-EXP-TERM (EXP-IDX)        TO WS-E-TERM
           MOVE WS-EXP-LAST-DATE (EXP-IDX)   TO WS-E-DATE
           MOVE WS-EXP-REASON (EXP-IDX)      TO WS-E-REASON
           IF EXP-NETWORK-ACTIVE (EXP-IDX)
              MOVE 'YES'                     TO WS-E-NET
           END-IF
           MOVE WS-EXP-SSN (EXP-IDX)         TO WS-SSN-TO-MASK

      *    A CARDLESS SESSION NAMES NO CARD - THE INVESTIGATORS WORK
      *    THE CUSTOMER'S CARDS FROM THE ACCOUNT
           IF WS-EXP-KIND (EXP-IDX) = 'A'
              STRING 'ACCT ' WS-EXP-ACCT (EXP-IDX)
                     DELIMITED BY SIZE INTO WS-E-CARD
              MOVE 'CARDLESS'                TO WS-E-STATUS
              MOVE 'REVIEW CUSTOMER'         TO WS-E-ACTION
              GO TO 2810-PRINT
           END-IF

           MOVE WS-CARD-BANK-PREFIX          TO WS-WCN-PREFIX
           MOVE WS-EXP-ID (EXP-IDX)          TO WS-WCN-SEQ
           PERFORM 8600-MASK-CARD THRU 8600-EXIT
           MOVE WS-MASKED-CARD               TO WS-E-CARD

           IF NOT CARD-MASTER-AVAILABLE
              MOVE 'NOT CHECKED'             TO WS-E-STATUS
              MOVE 'REVIEW'                  TO WS-E-ACTION
              GO TO 2810-PRINT
           END-IF

           MOVE WS-WORK-CARD-NUM TO CRD-CARD-NUM
           READ WBCARDDB-FILE
              INVALID KEY
                 MOVE 'NOT ON FILE'          TO WS-E-STATUS
                 MOVE 'REVIEW'               TO WS-E-ACTION
                 GO TO 2810-PRINT
           END-READ

           IF WS-SSN-TO-MASK = SPACES
              MOVE CRD-SSN                   TO WS-SSN-TO-MASK
           END-IF
           EVALUATE TRUE
              WHEN CRD-STATUS-ACTIVE
                 MOVE 'ACTIVE'               TO WS-E-STATUS
              WHEN CRD-STATUS-PENDING
                 MOVE 'PENDING'              TO WS-E-STATUS
              WHEN CRD-STATUS-BLOCKED
                 MOVE 'BLOCKED'              TO WS-E-STATUS
              WHEN CRD-STATUS-HOT
                 MOVE 'HOT'                  TO WS-E-STATUS
              WHEN CRD-STATUS-CLOSED
                 MOVE 'CLOSED'               TO WS-E-STATUS
              WHEN OTHER
                 MOVE CRD-STATUS-CODE        TO WS-E-STATUS
           END-EVALUATE

           IF NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-PENDING
              MOVE 'NONE - NOT IN USE'       TO WS-E-ACTION
              GO TO 2810-PRINT
           END-IF

           IF NOT BLOCKING-REQUESTED
              MOVE 'REVIEW'                  TO WS-E-ACTION
              GO TO 2810-PRINT
           END-IF

           PERFORM 2820-BLOCK-CARD THRU 2820-EXIT
           MOVE 'CARD BLOCKED'               TO WS-E-ACTION
           .
       2810-PRINT.
           IF WS-SSN-TO-MASK = SPACES
              MOVE SPACES                    TO WS-E-SSN
           ELSE
              PERFORM 8500-MASK-SSN THRU 8500-EXIT
              MOVE WS-MASKED-SSN             TO WS-E-SSN
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-EXP-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BLOCKED, NOT HOT - A TELLER CAN REACTIVATE THE CARD ON
      *    WGRVCARD ONCE THE CUSTOMER CONFIRMS IT IS STILL IN HAND
       2820-BLOCK-CARD.
           MOVE '2820-BLOCK-CARD' TO ERR-LOC

           SET CRD-STATUS-BLOCKED TO TRUE
           REWRITE WBCRD-RECORD
           MOVE    'ERROR REWRITING WBCARDDB' TO ERR-MSG
           PERFORM 9996-CRD-ERR-CHK         THRU 9996-EXIT
           ADD 1 TO WS-BLOCK-COUNT

           MOVE CRD-SSN          TO AUD-SSN
           MOVE SPACES           TO AUD-ACCT-NUM
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ     TO AUD-SEQ-NUM
           MOVE SPACES           TO AUD-TIME
           MOVE 'SKIMDET '       TO AUD-SOURCE-PGM
           MOVE SPACES           TO AUD-OPID
           MOVE SPACES           TO AUD-MESSAGE
           STRING 'CARD ' WS-MASKED-CARD
                  ' BLOCKED - EXPOSED AT ATM '
                  WS-EXP-TERM (EXP-IDX)
                  ' (' WS-EXP-REASON (EXP-IDX) ')'
                  DELIMITED BY SIZE INTO AUD-MESSAGE

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-AUDIT-SEQ
                 MOVE WS-AUDIT-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       2820-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           MOVE 'JOURNAL RECORDS IN WINDOW :' TO WS-CT-LABEL
           MOVE WS-EJL-COUNT                 TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'NETWORK CARDS TONIGHT     :' TO WS-CT-LABEL
           MOVE WS-NET-COUNT                 TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'TERMINALS FLAGGED BY RATE :' TO WS-CT-LABEL
           MOVE WS-RATE-FLAG-COUNT           TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'TERMINALS WITH A CLUSTER  :' TO WS-CT-LABEL
           MOVE WS-CPP-FLAG-COUNT            TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'TRAVEL PAIRS              :' TO WS-CT-LABEL
           MOVE WS-TRAVEL-COUNT              TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'EXPOSED CARDS LISTED      :' TO WS-CT-LABEL
           MOVE WS-EXP-COUNT                 TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           MOVE 'CARDS BLOCKED             :' TO WS-CT-LABEL
           MOVE WS-BLOCK-COUNT               TO WS-CT-COUNT
           WRITE RPT-OP-FIELDS      FROM WS-COUNT-TRAILER
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

      *    ANY FINDING IS FOR THE FRAUD DESK IN THE MORNING
           IF WS-RATE-FLAG-COUNT > 0
              OR WS-CPP-FLAG-COUNT > 0
              OR WS-TRAVEL-COUNT > 0
              DISPLAY 'SKIMDET - COMPROMISE PATTERNS FOUND, '
                      WS-EXP-COUNT ' CARDS EXPOSED'
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MASK AN SSN TO ITS LAST FOUR DIGITS FOR PRINTING
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CARD NUMBERS PRINT MASKED TO THEIR LAST FOUR DIGITS
       8600-MASK-CARD.
           MOVE ALL '*'                 TO WS-MASKED-CARD
           MOVE WS-WORK-CARD-NUM(13:4)  TO WS-MASKED-CARD(13:4)
           .
       8600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE RUN-LOG RECORD PER BUSINESS DATE FOR THE MORNING
      *    OPSRPT - A MISSING LOG NEVER FAILS THE RUN
       9100-WRITE-RUN-STATS.
           MOVE '9100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 9100-EXIT
           END-IF

           MOVE 'SKIMDET ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-EJL-COUNT      TO RLG-IN-COUNT
           MOVE WS-EXP-COUNT      TO RLG-OUT-COUNT
           MOVE WS-BLOCK-COUNT    TO RLG-REJ-COUNT
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       9100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-AUD-ERR-CHK.
           MOVE WBAUDTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBAUDTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE AUD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE AUD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE AUD-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-CRD-ERR-CHK.
           MOVE WBCARDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCARDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CRD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CRD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CRD-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9996-EXIT.
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
       9999-VSAM-ERR-CHK.
           MOVE WBEJNLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBEJNLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBEJNLDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE EJL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE EJL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE EJL-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
