      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CRDREIS.
      ****************************************************************
      * Monthly ATM card reissue run. Every active card on           *
      * WBCARDDB-DD expiring next month (or later this month, so a   *
      * missed run catches up) gets a replacement card: a new card   *
      * number is drawn from the WBCDNBR-DD dispenser the WGRVCARD   *
      * screen uses, the replacement is written pending with a new   *
      * three-year expiry and the old card's sequence, and the old   *
      * card is marked as replaced so a rerun does not reissue it.   *
      * Each replacement goes to the embossing/mailing vendor on     *
      * EMBOUT-DD with the cardholder's name and address from        *
      * WBCUSTDB-DD, behind a file header and ahead of a control     *
      * trailer (card count and a hash total of the card sequences). *
      *                                                              *
      * No card is reissued to a customer who is deceased, who has   *
      * an account under a full legal-order freeze on WBLEGLDB-DD,   *
      * who has had no transaction on any account in a year, or      *
      * whose address is flagged for returned mail - the card simply *
      * expires and the skip is listed with its reason.              *
      *                                                              *
      * The replacement stays pending until its first use at an ATM  *
      * (WBVALUSR) or a teller activates it on WGRVCARD, either of   *
      * which closes the old card. A last section lists every        *
      * replacement still pending past the activation window (PARM,  *
      * default 60 days) for the branch to follow up, and ends the   *
      * run with RC 4.                                               *
      *                                                              *
      * A replacement ordered through CustomerCare (WTICARD) for a   *
      * lost or stolen card is already on WBCARDDB-DD, pending and   *
      * flagged for the embosser; each run sends those to EMBOUT-DD  *
      * under the same customer checks and clears the flag. One held *
      * back for want of a mailing address also ends the run RC 4.   *
      * PARMIN (all optional): run date, activation window in days.  *
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
           SELECT WBCARDDB-FILE
               ASSIGN       TO WBCARDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CRD-CARD-NUM
               FILE STATUS  IS WBCARDDB-FILE-STATUS WBCARDDB-VSAM-CODE.

           SELECT WBCDNBR-FILE
               ASSIGN       TO WBCDNBR
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CDN-CTL-KEY
               FILE STATUS  IS WBCDNBR-FILE-STATUS.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBLEGLDB-FILE
               ASSIGN       TO WBLEGLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LGL-KEY
               FILE STATUS  IS WBLEGLDB-FILE-STATUS.

           SELECT EMB-OP     ASSIGN TO EMBOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS EMBOUT-STAT.

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

       FD  WBCARDDB-FILE.
           COPY WBCRDREC.

      *    CARD-NUMBER DISPENSER - ONE CONTROL RECORD (KEY 'C') HOLDING
      *    THE LAST SEQUENCE ISSUED, SHARED WITH THE WGRVCARD SCREEN
       FD  WBCDNBR-FILE.
       01  CDN-CTL-RECORD.
           05 CDN-CTL-KEY                PIC X(01).
           05 CDN-CTL-NEXT               PIC 9(12).

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

      *    EMBOSSING/MAILING VENDOR FILE - FLAT RECORDS WITH A FILE
      *    HEADER AND A CONTROL TRAILER AROUND THE CARDS SO THE VENDOR
      *    CAN PROVE THE FILE BEFORE EMBOSSING. NO SSN GOES TO THE
      *    VENDOR; THE OLD CARD IS NAMED BY ITS LAST FOUR DIGITS ONLY.
       FD  EMB-OP
           RECORD CONTAINS 150.
       01  EMB-RECORD.
           05 EMB-REC-TYPE               PIC X(01).
              88 EMB-FILE-HEADER                VALUE 'H'.
              88 EMB-CARD-DETAIL                VALUE 'D'.
              88 EMB-FILE-TRAILER               VALUE 'T'.
           05 EMB-DETAIL-AREA.
              10 EMB-CARD-NUM            PIC X(16).
      *          MM/YY AS EMBOSSED
              10 EMB-EXPIRY              PIC X(05).
              10 EMB-NAME                PIC X(30).
              10 EMB-STREET              PIC X(20).
              10 EMB-CITY                PIC X(10).
              10 EMB-STATE               PIC X(04).
              10 EMB-ZIP                 PIC 9(05).
              10 EMB-OLD-CARD-LAST4      PIC X(04).
              10 FILLER                  PIC X(55).
           05 EMB-HEADER-AREA REDEFINES EMB-DETAIL-AREA.
              10 EMB-HDR-DATE            PIC X(10).
              10 EMB-HDR-COMPANY         PIC X(16).
              10 FILLER                  PIC X(123).
           05 EMB-TRAILER-AREA REDEFINES EMB-DETAIL-AREA.
              10 EMB-TR-CARD-COUNT       PIC 9(07).
              10 EMB-TR-HASH-TOTAL       PIC 9(15).
              10 FILLER                  PIC X(127).

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
      *    DAYS A REPLACEMENT MAY STAY PENDING BEFORE IT IS LISTED
           05 PARM-ACTIVATE-DAYS         PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBCDNBR-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBLEGLDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBCARDDB-FILE-STATUS.
           05  STA-CRD-STAT1             PIC X(01).
           05  STA-CRD-STAT2             PIC X(01).
       01  WBCARDDB-VSAM-CODE.
           05 CRD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CRD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CRD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBTXNDB-FILE-STATUS.
           05  STA-TXN-STAT1             PIC X(01).
           05  STA-TXN-STAT2             PIC X(01).
       01  WBTXNDB-VSAM-CODE.
           05 TXN-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 TXN-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 TXN-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(34)  VALUE
                                  'ATM CARD REISSUE AND ACTIVATION'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-S-TITLE    PIC X(60)  VALUE SPACES.
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-REISSUE-HEAD.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(18)  VALUE 'EXPIRING CARD'.
              10 FILLER        PIC X(12)  VALUE 'EXPIRES'.
              10 FILLER        PIC X(18)  VALUE 'REPLACEMENT'.
              10 FILLER        PIC X(40)  VALUE 'ACTION'.
              10 FILLER        PIC X(33)  VALUE SPACES.

           05 WS-ORDERED-HEAD.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(18)  VALUE 'ORDERED CARD'.
              10 FILLER        PIC X(12)  VALUE 'ORDERED'.
              10 FILLER        PIC X(18)  VALUE 'REPLACES'.
              10 FILLER        PIC X(40)  VALUE 'ACTION'.
              10 FILLER        PIC X(33)  VALUE SPACES.

           05 WS-PENDING-HEAD.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(18)  VALUE 'PENDING CARD'.
              10 FILLER        PIC X(12)  VALUE 'ISSUED'.
              10 FILLER        PIC X(18)  VALUE 'REPLACES'.
              10 FILLER        PIC X(40)  VALUE 'DAYS PENDING'.
              10 FILLER        PIC X(33)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CARD     PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DATE     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CARD2    PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(40).
              10 FILLER        PIC X(33)  VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(11)  VALUE SPACES.
              10 FILLER        PIC X(20)  VALUE 'NONE'.
              10 FILLER        PIC X(101) VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CARDS DUE FOR REISSUE     :'.
              10 WS-TR-DUE-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REPLACEMENTS ISSUED       :'.
              10 WS-TR-ISS-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SKIPPED - DECEASED        :'.
              10 WS-TR-DEC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SKIPPED - FROZEN          :'.
              10 WS-TR-FRZ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SKIPPED - NO ACTIVITY     :'.
              10 WS-TR-INA-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SKIPPED - NO MAILING ADDR :'.
              10 WS-TR-ADR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PENDING PAST WINDOW       :'.
              10 WS-TR-PND-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERED CARDS EMBOSSED    :'.
              10 WS-TR-ORD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERED CARDS HELD        :'.
              10 WS-TR-HLD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-ACTIVATE-DAYS         PIC 9(03)     VALUE 60.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-RUN-DATE-INT          PIC 9(07)     VALUE ZERO.
           05 WS-THRESH-NUM            PIC 9(08)     VALUE ZERO.
           05 WS-NEXT-MONTH.
              10 WS-NM-YEAR            PIC 9(04)     VALUE ZERO.
              10 FILLER                PIC X(01)     VALUE '-'.
              10 WS-NM-MONTH           PIC 9(02)     VALUE ZERO.
           05 WS-NEW-EXPIRY            PIC X(10)     VALUE SPACES.
           05 WS-EXPIRY-YEAR           PIC 9(04)     VALUE ZERO.
           05 WS-ISSUE-DATE-NUM        PIC 9(08)     VALUE ZERO.
           05 WS-TXN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-DAYS-PENDING          PIC S9(07)    VALUE ZERO.
           05 WS-DAYS-EDIT             PIC Z,ZZ9.
           05 WS-OLD-CARD-NUM          PIC X(16)     VALUE SPACES.
           05 WS-OLD-CARD-SSN          PIC X(09)     VALUE SPACES.
           05 WS-OLD-CARD-EXPIRY       PIC X(10)     VALUE SPACES.
           05 WS-NEW-CARD-NUM.
              10 WS-NCN-PREFIX         PIC X(04)     VALUE SPACES.
              10 WS-NCN-SEQUENCE       PIC 9(12)     VALUE ZERO.
           05 WS-REPLACED-CARD-NUM.
              10 WS-RCN-PREFIX         PIC X(04)     VALUE SPACES.
              10 WS-RCN-SEQUENCE       PIC 9(12)     VALUE ZERO.
           05 WS-MASKED-CARD           PIC X(16)     VALUE SPACES.
           05 WS-MASKED-CARD2          PIC X(16)     VALUE SPACES.
           05 WS-SKIP-REASON           PIC X(40)     VALUE SPACES.
           05 WS-DUE-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-ISSUE-COUNT           PIC 9(07)     VALUE ZERO.
           05 WS-DECEASED-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-FROZEN-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-INACTIVE-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-NOADDR-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-PENDING-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-ORDERED-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-HELD-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-ORDERED-LISTED        PIC 9(07)     VALUE ZERO.
           05 WS-HASH-TOTAL            PIC 9(15)     VALUE ZERO.

      *****************************************************************
      *  CUSTOMER TABLE, LOADED ONCE FROM WBCUSTDB SO EACH CARD'S     *
      *  EMBOSSED NAME, MAILING ADDRESS AND ESTATE STATUS IS A TABLE  *
      *  LOOKUP BY THE CARDHOLDER'S SSN                               *
      *****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 2000 TIMES
                                INDEXED BY CUS-IDX.
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-NAME   PIC X(30).
              10 WS-CUST-STREET PIC X(20).
              10 WS-CUST-CITY   PIC X(10).
              10 WS-CUST-STATE  PIC X(04).
              10 WS-CUST-ZIP    PIC 9(05).
              10 WS-CUST-BAD-ADDR PIC X(01).
              10 WS-CUST-ESTATE PIC X(01).

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'CRDREIS'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 EMBOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 CUST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 CUST-WAS-FOUND           VALUE 'Y'.
           05 ACCT-SCAN-FLAG   PIC X(01)  VALUE 'N'.
              88 ACCT-SCAN-DONE           VALUE 'Y'.
           05 TXN-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 TXN-SCAN-DONE            VALUE 'Y'.
           05 LGL-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 LEGAL-SCAN-DONE          VALUE 'Y'.
           05 LEGAL-AVAIL-FLAG PIC X(01)  VALUE 'N'.
              88 LEGAL-AVAILABLE          VALUE 'Y'.
           05 FROZEN-FLAG      PIC X(01)  VALUE 'N'.
              88 CUSTOMER-FROZEN          VALUE 'Y'.
           05 ACTIVITY-FLAG    PIC X(01)  VALUE 'N'.
              88 RECENT-ACTIVITY-FOUND    VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM ISSUES A PENDING REPLACEMENT FOR EVERY ACTIVE ATM
      * CARD DUE TO EXPIRE, WRITES THE EMBOSSING VENDOR FILE, AND
      * LISTS THE REPLACEMENTS NOBODY HAS ACTIVATED.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN I-O WBCARDDB-FILE
           MOVE       'ERROR OPENING WBCARDDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN INPUT WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK           THRU 9997-EXIT

           OPEN INPUT WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE LEGAL ORDER FILE IS OPTIONAL - WITHOUT IT, NOBODY IS
      *    FROZEN
           OPEN INPUT WBLEGLDB-FILE
           IF WBLEGLDB-FILE-STATUS = '00'
              SET LEGAL-AVAILABLE TO TRUE
           END-IF

      *    NO CARD CAN BE ISSUED WITHOUT THE CARD-NUMBER DISPENSER
           OPEN I-O WBCDNBR-FILE
           IF WBCDNBR-FILE-STATUS = '00'
              MOVE 'C' TO CDN-CTL-KEY
              READ WBCDNBR-FILE
                 INVALID KEY CONTINUE
              END-READ
           END-IF
           IF WBCDNBR-FILE-STATUS NOT = '00'
              DISPLAY 'CRDREIS - CARD NUMBER DISPENSER NOT AVAILABLE '
                      WBCDNBR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2000-REISSUE-PASS THRU 2000-EXIT
           PERFORM 2400-ORDERED-PASS THRU 2400-EXIT
           PERFORM 2500-PENDING-PASS THRU 2500-EXIT

           CLOSE WBCARDDB-FILE
           MOVE      'ERROR CLOSING WBCARDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK        THRU 9997-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB'  TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF LEGAL-AVAILABLE
              CLOSE WBLEGLDB-FILE
           END-IF

           CLOSE WBCDNBR-FILE

           PERFORM 2900-WRITE-FILE-TRAILER THRU 2900-EXIT

           CLOSE EMB-OP
           MOVE      'ERROR CLOSING EMBOUT'   TO ERR-MSG
           PERFORM 9995-EMB-ERR-CHK         THRU 9995-EXIT

      *    A REPLACEMENT NOBODY HAS ACTIVATED MAY NEVER HAVE ARRIVED -
      *    THE WARNING RC MAKES SURE OPERATIONS ROUTES THE REPORT
           IF WS-PENDING-COUNT > 0
              OR WS-HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           PERFORM 1100-SET-DATES        THRU 1100-EXIT
           PERFORM 1300-LOAD-CUSTOMERS   THRU 1300-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT EMB-OP
           MOVE    'ERROR OPENING EMBOUT'   TO ERR-MSG
           PERFORM 9995-EMB-ERR-CHK        THRU 9995-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           PERFORM 1800-WRITE-FILE-HEADER THRU 1800-EXIT
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
              IF PARM-ACTIVATE-DAYS IS NUMERIC
                 AND PARM-ACTIVATE-DAYS > 0
                 MOVE PARM-ACTIVATE-DAYS  TO WS-ACTIVATE-DAYS
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL POSTS AS THE RIGHT BUSINESS DAY; THE PARM
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
      *    NEXT MONTH (CCYY-MM) SELECTS THE CARDS DUE; THE ACTIVITY
      *    THRESHOLD IS ONE YEAR BEFORE THE RUN DATE; A REPLACEMENT
      *    EXPIRES THREE YEARS FROM ITS ISSUE, AS AT THE TELLER SCREEN
       1100-SET-DATES.
           MOVE '1100-SET-DATES'         TO ERR-LOC

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-THRESH-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 365)

           MOVE WS-DATE-R(1:4) TO WS-NM-YEAR
           MOVE WS-DATE-R(6:2) TO WS-NM-MONTH
           IF WS-NM-MONTH = 12
              MOVE 1 TO WS-NM-MONTH
              ADD  1 TO WS-NM-YEAR
           ELSE
              ADD  1 TO WS-NM-MONTH
           END-IF

           MOVE WS-DATE-R(1:4)  TO WS-EXPIRY-YEAR
           ADD  3               TO WS-EXPIRY-YEAR
           MOVE WS-DATE-R       TO WS-NEW-EXPIRY
           MOVE WS-EXPIRY-YEAR  TO WS-NEW-EXPIRY(1:4)
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1300-LOAD-CUSTOMERS.
           MOVE '1300-LOAD-CUSTOMERS' TO ERR-LOC
           MOVE 'N'                   TO CUST-EOF-FLAG

           OPEN INPUT WBCUSTDB-FILE
           MOVE    'ERROR OPENING WBCUSTDB' TO ERR-MSG
           PERFORM 9994-CUST-ERR-CHK      THRU 9994-EXIT

           PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
              UNTIL CUST-END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE    'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9994-CUST-ERR-CHK      THRU 9994-EXIT
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1310-LOAD-ONE-CUSTOMER.
           MOVE '1310-LOAD-ONE-CUSTOMER' TO ERR-LOC

           READ WBCUSTDB-FILE NEXT
              AT END SET CUST-END-OF-FILE TO TRUE
           END-READ

           IF NOT CUST-END-OF-FILE
              IF WS-CUST-COUNT < 2000
                 ADD 1 TO WS-CUST-COUNT
                 SET CUS-IDX TO WS-CUST-COUNT
                 MOVE CUSTOMER-SSN    TO WS-CUST-SSN (CUS-IDX)
                 MOVE CUSTOMER-NAME   TO WS-CUST-NAME (CUS-IDX)
                 MOVE CUSTOMER-STREET TO WS-CUST-STREET (CUS-IDX)
                 MOVE CUSTOMER-CITY   TO WS-CUST-CITY (CUS-IDX)
                 MOVE CUSTOMER-STATE  TO WS-CUST-STATE (CUS-IDX)
                 MOVE CUSTOMER-ZIP    TO WS-CUST-ZIP (CUS-IDX)
                 MOVE CUSTOMER-BAD-ADDR
                                      TO WS-CUST-BAD-ADDR (CUS-IDX)
                 MOVE CUSTOMER-ESTATE-STATUS
                                      TO WS-CUST-ESTATE (CUS-IDX)
              ELSE
                 DISPLAY 'CRDREIS - CUSTOMER TABLE FULL'
                 SET CUST-END-OF-FILE TO TRUE
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1800-WRITE-FILE-HEADER.
           MOVE '1800-WRITE-FILE-HEADER' TO ERR-LOC

           MOVE SPACES           TO EMB-RECORD
           SET  EMB-FILE-HEADER  TO TRUE
           MOVE WS-DATE-R        TO EMB-HDR-DATE
           MOVE 'WOODGROVE BANK' TO EMB-HDR-COMPANY

           WRITE EMB-RECORD
           MOVE    'ERROR WRITING EMBOUT'  TO ERR-MSG
           PERFORM 9995-EMB-ERR-CHK      THRU 9995-EXIT
           .
       1800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WBCARDDB IS KEYED BY CARD NUMBER, SO THE WHOLE FILE IS
      *    PASSED ONCE FOR THE CARDS DUE. A REPLACEMENT WRITTEN DURING
      *    THE PASS IS PENDING AND IS PASSED OVER WHEN REACHED.
      *-----------------------------------------------------------------
       2000-REISSUE-PASS.
           MOVE '2000-REISSUE-PASS'      TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'CARDS DUE FOR REISSUE'  TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-REISSUE-HEAD

           MOVE LOW-VALUES TO CRD-CARD-NUM
           START WBCARDDB-FILE KEY >= CRD-CARD-NUM
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2100-CHECK-ONE-CARD THRU 2100-EXIT
              UNTIL END-OF-FILE

           IF WS-DUE-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-CHECK-ONE-CARD.
           MOVE '2100-CHECK-ONE-CARD'    TO ERR-LOC

           READ WBCARDDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2100-EXIT
           END-READ
           MOVE    'ERROR READING WBCARDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           IF NOT CRD-STATUS-ACTIVE
              OR CRD-REPLACEMENT-ISSUED
              GO TO 2100-EXIT
           END-IF

      *    DUE = EXPIRING NEXT MONTH, OR STILL VALID BUT EXPIRING
      *    THIS MONTH BECAUSE LAST MONTH'S RUN DID NOT HAPPEN
           IF CRD-EXPIRY-DATE < WS-DATE-R
              OR CRD-EXPIRY-DATE(1:7) > WS-NEXT-MONTH
              GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-DUE-COUNT
           MOVE CRD-CARD-NUM    TO WS-OLD-CARD-NUM
           MOVE CRD-SSN         TO WS-OLD-CARD-SSN
           MOVE CRD-EXPIRY-DATE TO WS-OLD-CARD-EXPIRY
           MOVE SPACES          TO WS-SKIP-REASON

           PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT

           EVALUATE TRUE
              WHEN NOT CUST-WAS-FOUND
                 MOVE 'SKIPPED - NO CUSTOMER RECORD' TO WS-SKIP-REASON
                 ADD 1 TO WS-NOADDR-COUNT
              WHEN WS-CUST-ESTATE (CUS-IDX) NOT = SPACE
                 MOVE 'SKIPPED - CUSTOMER DECEASED'  TO WS-SKIP-REASON
                 ADD 1 TO WS-DECEASED-COUNT
              WHEN WS-CUST-BAD-ADDR (CUS-IDX) = 'Y'
                 MOVE 'SKIPPED - ADDRESS ON HOLD-MAIL'
                                                     TO WS-SKIP-REASON
                 ADD 1 TO WS-NOADDR-COUNT
              WHEN OTHER
                 PERFORM 2200-CHECK-ACCOUNTS THRU 2200-EXIT
                 IF CUSTOMER-FROZEN
                    MOVE 'SKIPPED - ACCOUNT FROZEN'  TO WS-SKIP-REASON
                    ADD 1 TO WS-FROZEN-COUNT
                 ELSE
                    IF NOT RECENT-ACTIVITY-FOUND
                       MOVE 'SKIPPED - NO ACTIVITY IN A YEAR'
                                                     TO WS-SKIP-REASON
                       ADD 1 TO WS-INACTIVE-COUNT
                    END-IF
                 END-IF
           END-EVALUATE

           MOVE SPACES TO WS-MASKED-CARD2
           IF WS-SKIP-REASON = SPACES
              PERFORM 2300-ISSUE-REPLACEMENT THRU 2300-EXIT
              MOVE 'REPLACEMENT ISSUED - PENDING' TO WS-SKIP-REASON
           END-IF

           MOVE WS-OLD-CARD-SSN TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE ALL '*'                  TO WS-MASKED-CARD
           MOVE WS-OLD-CARD-NUM(13:4)    TO WS-MASKED-CARD(13:4)

           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE WS-MASKED-SSN      TO WS-D-SSN
           MOVE WS-MASKED-CARD     TO WS-D-CARD
           MOVE WS-OLD-CARD-EXPIRY TO WS-D-DATE
           MOVE WS-MASKED-CARD2    TO WS-D-CARD2
           MOVE WS-SKIP-REASON     TO WS-D-ACTION
           PERFORM 2800-WRITE-LINE THRU 2800-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2150-FIND-CUSTOMER.
           MOVE 'N' TO CUST-FOUND-FLAG

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-OLD-CARD-SSN
                 SET CUST-WAS-FOUND TO TRUE
           END-SEARCH
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BROWSE THE CARDHOLDER'S ACCOUNTS: ANY FULL LEGAL-ORDER
      *    FREEZE IN FORCE STOPS THE REISSUE, AND SO DOES A YEAR
      *    WITHOUT A SINGLE TRANSACTION ON ANY OF THEM. A CLOSED
      *    ACCOUNT COUNTS FOR NEITHER.
       2200-CHECK-ACCOUNTS.
           MOVE '2200-CHECK-ACCOUNTS'    TO ERR-LOC
           MOVE 'N' TO FROZEN-FLAG
           MOVE 'N' TO ACTIVITY-FLAG
           MOVE 'N' TO ACCT-SCAN-FLAG

           MOVE WS-OLD-CARD-SSN TO ACCOUNT-SSN
           MOVE LOW-VALUES      TO ACCOUNT-NUMBER
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY SET ACCT-SCAN-DONE TO TRUE
           END-START

           PERFORM 2210-CHECK-ONE-ACCOUNT THRU 2210-EXIT
              UNTIL ACCT-SCAN-DONE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-CHECK-ONE-ACCOUNT.
           READ WBACCTDB-FILE NEXT
              AT END SET ACCT-SCAN-DONE TO TRUE
           END-READ
           IF ACCT-SCAN-DONE
              GO TO 2210-EXIT
           END-IF
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK      THRU 9997-EXIT

           IF ACCOUNT-SSN NOT = WS-OLD-CARD-SSN
              SET ACCT-SCAN-DONE TO TRUE
              GO TO 2210-EXIT
           END-IF

           IF ACCOUNT-CLOSED
              GO TO 2210-EXIT
           END-IF

           IF LEGAL-AVAILABLE
              PERFORM 2220-CHECK-FREEZE THRU 2220-EXIT
              IF CUSTOMER-FROZEN
                 SET ACCT-SCAN-DONE TO TRUE
                 GO TO 2210-EXIT
              END-IF
           END-IF

           IF NOT RECENT-ACTIVITY-FOUND
              PERFORM 2230-CHECK-ACTIVITY THRU 2230-EXIT
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2220-CHECK-FREEZE.
           MOVE 'N'            TO LGL-SCAN-FLAG
           MOVE ACCOUNT-SSN    TO LGL-SSN
           MOVE ACCOUNT-NUMBER TO LGL-ACCT-NUM
           MOVE ZERO           TO LGL-SEQ
           START WBLEGLDB-FILE KEY IS NOT LESS THAN LGL-KEY
              INVALID KEY SET LEGAL-SCAN-DONE TO TRUE
           END-START

           PERFORM 2225-SCAN-ONE-ORDER THRU 2225-EXIT
              UNTIL LEGAL-SCAN-DONE
           .
       2220-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2225-SCAN-ONE-ORDER.
           READ WBLEGLDB-FILE NEXT
              AT END SET LEGAL-SCAN-DONE TO TRUE
           END-READ
           IF LEGAL-SCAN-DONE
              GO TO 2225-EXIT
           END-IF

           IF LGL-SSN NOT = ACCOUNT-SSN
              OR LGL-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET LEGAL-SCAN-DONE TO TRUE
              GO TO 2225-EXIT
           END-IF

           IF LGL-STATUS-ACTIVE
              AND LGL-FREEZE-FULL
              AND LGL-EFFECTIVE-DATE NOT > WS-DATE-R
              AND (LGL-EXPIRY-DATE = SPACES
                   OR LGL-EXPIRY-DATE NOT < WS-DATE-R)
              SET CUSTOMER-FROZEN TO TRUE
              SET LEGAL-SCAN-DONE TO TRUE
           END-IF
           .
       2225-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ANY ITEM ON THE ACCOUNT DATED WITHIN THE LAST YEAR. BATCH
      *    ITEMS CARRY YYYY-MM-DD AND ONLINE ITEMS MM/DD/YYYY - BOTH
      *    ARE NORMALIZED BEFORE THE COMPARE, AS IN DORMRPT
       2230-CHECK-ACTIVITY.
           MOVE 'N'            TO TXN-SCAN-FLAG
           MOVE ACCOUNT-SSN    TO TXN-SSN
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM
           MOVE ZERO           TO TXN-ITEM-NUM
           START WBTXNDB-FILE KEY IS >= TXN-KEY
              INVALID KEY SET TXN-SCAN-DONE TO TRUE
           END-START

           PERFORM 2235-SCAN-ONE-TXN THRU 2235-EXIT
              UNTIL TXN-SCAN-DONE
           .
       2230-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2235-SCAN-ONE-TXN.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-SCAN-DONE TO TRUE
           END-READ
           IF TXN-SCAN-DONE
              GO TO 2235-EXIT
           END-IF

           IF TXN-SSN NOT = ACCOUNT-SSN
              OR TXN-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET TXN-SCAN-DONE TO TRUE
              GO TO 2235-EXIT
           END-IF

           IF TXN-DATE(5:1) = '-'
              STRING TXN-DATE(1:4) TXN-DATE(6:2) TXN-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-TXN-DATE-NUM
           ELSE
              STRING TXN-DATE(7:4) TXN-DATE(1:2) TXN-DATE(4:2)
                     DELIMITED BY SIZE INTO WS-TXN-DATE-NUM
           END-IF

           IF WS-TXN-DATE-NUM IS NUMERIC
              AND WS-TXN-DATE-NUM NOT < WS-THRESH-NUM
              SET RECENT-ACTIVITY-FOUND TO TRUE
              SET TXN-SCAN-DONE         TO TRUE
           END-IF
           .
       2235-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MARK THE OLD CARD REPLACED, DRAW A NEW NUMBER, WRITE THE
      *    PENDING REPLACEMENT AND SEND IT TO THE EMBOSSER. THE OLD
      *    CARD STAYS ACTIVE UNTIL THE NEW ONE IS ACTIVATED.
       2300-ISSUE-REPLACEMENT.
           MOVE '2300-ISSUE-REPLACEMENT' TO ERR-LOC

           SET  CRD-REPLACEMENT-ISSUED TO TRUE
           REWRITE WBCRD-RECORD
           MOVE    'ERROR REWRITING WBCARDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           ADD 1 TO CDN-CTL-NEXT
           REWRITE CDN-CTL-RECORD
           IF WBCDNBR-FILE-STATUS NOT = '00'
              DISPLAY 'CRDREIS - ERROR ADVANCING CARD DISPENSER '
                      WBCDNBR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-OLD-CARD-NUM(1:4) TO WS-NCN-PREFIX
           MOVE CDN-CTL-NEXT         TO WS-NCN-SEQUENCE

           MOVE SPACES               TO WBCRD-RECORD
           MOVE WS-NEW-CARD-NUM      TO CRD-CARD-NUM
           MOVE WS-OLD-CARD-SSN      TO CRD-SSN
           MOVE WS-DATE-R            TO CRD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY        TO CRD-EXPIRY-DATE
           SET  CRD-STATUS-PENDING   TO TRUE
           MOVE WS-OLD-CARD-NUM(5:12) TO CRD-REPLACES-SEQ
           MOVE 'N'                  TO CRD-REISSUE-SW
           WRITE WBCRD-RECORD
           MOVE    'ERROR WRITING WBCARDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           MOVE SPACES               TO EMB-RECORD
           SET  EMB-CARD-DETAIL      TO TRUE
           MOVE WS-NEW-CARD-NUM      TO EMB-CARD-NUM
           STRING WS-NEW-EXPIRY(6:2) '/' WS-NEW-EXPIRY(3:2)
                  DELIMITED BY SIZE INTO EMB-EXPIRY
           MOVE WS-CUST-NAME (CUS-IDX)   TO EMB-NAME
           MOVE WS-CUST-STREET (CUS-IDX) TO EMB-STREET
           MOVE WS-CUST-CITY (CUS-IDX)   TO EMB-CITY
           MOVE WS-CUST-STATE (CUS-IDX)  TO EMB-STATE
           MOVE WS-CUST-ZIP (CUS-IDX)    TO EMB-ZIP
           MOVE WS-OLD-CARD-NUM(13:4)    TO EMB-OLD-CARD-LAST4
           WRITE EMB-RECORD
           MOVE    'ERROR WRITING EMBOUT'  TO ERR-MSG
           PERFORM 9995-EMB-ERR-CHK      THRU 9995-EXIT

           ADD 1               TO WS-ISSUE-COUNT
           ADD WS-NCN-SEQUENCE TO WS-HASH-TOTAL

           MOVE ALL '*'               TO WS-MASKED-CARD2
           MOVE WS-NEW-CARD-NUM(13:4) TO WS-MASKED-CARD2(13:4)
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SECOND PASS: EVERY REPLACEMENT ORDERED THROUGH CUSTOMERCARE
      *    SINCE THE LAST RUN GOES TO THE EMBOSSER, UNLESS THE
      *    CARDHOLDER HAS DIED OR HAS NO GOOD MAILING ADDRESS - THE
      *    FLAG IS THEN LEFT ON AND THE CARD IS LISTED AS HELD
      *-----------------------------------------------------------------
       2400-ORDERED-PASS.
           MOVE '2400-ORDERED-PASS'      TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'REPLACEMENTS ORDERED THROUGH CUSTOMERCARE'
                                         TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-ORDERED-HEAD

           MOVE LOW-VALUES TO CRD-CARD-NUM
           START WBCARDDB-FILE KEY >= CRD-CARD-NUM
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2410-CHECK-ONE-ORDERED THRU 2410-EXIT
              UNTIL END-OF-FILE

           IF WS-ORDERED-LISTED = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-CHECK-ONE-ORDERED.
           READ WBCARDDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2410-EXIT
           END-READ
           MOVE    'ERROR READING WBCARDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           IF NOT CRD-STATUS-PENDING
              OR NOT CRD-EMBOSS-ORDERED
              GO TO 2410-EXIT
           END-IF

           ADD 1 TO WS-ORDERED-LISTED
           MOVE CRD-CARD-NUM       TO WS-NEW-CARD-NUM
           MOVE CRD-SSN            TO WS-OLD-CARD-SSN
           MOVE SPACES             TO WS-MASKED-CARD2
           IF CRD-REPLACES-SEQ IS NUMERIC
              AND CRD-REPLACES-SEQ > 0
              MOVE CRD-REPLACES-SEQ      TO WS-RCN-SEQUENCE
              MOVE ALL '*'               TO WS-MASKED-CARD2
              MOVE WS-RCN-SEQUENCE(9:4)  TO WS-MASKED-CARD2(13:4)
           END-IF
           MOVE SPACES             TO WS-SKIP-REASON

           PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT

           EVALUATE TRUE
              WHEN NOT CUST-WAS-FOUND
                 MOVE 'HELD - NO CUSTOMER RECORD'    TO WS-SKIP-REASON
              WHEN WS-CUST-ESTATE (CUS-IDX) NOT = SPACE
                 MOVE 'HELD - CUSTOMER DECEASED'     TO WS-SKIP-REASON
              WHEN WS-CUST-BAD-ADDR (CUS-IDX) = 'Y'
                 MOVE 'HELD - ADDRESS ON HOLD-MAIL'  TO WS-SKIP-REASON
           END-EVALUATE

           IF WS-SKIP-REASON = SPACES
              MOVE SPACE TO CRD-EMBOSS-SW
              REWRITE WBCRD-RECORD
              MOVE    'ERROR REWRITING WBCARDDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

              MOVE SPACES               TO EMB-RECORD
              SET  EMB-CARD-DETAIL      TO TRUE
              MOVE WS-NEW-CARD-NUM      TO EMB-CARD-NUM
              STRING CRD-EXPIRY-DATE(6:2) '/' CRD-EXPIRY-DATE(3:2)
                     DELIMITED BY SIZE INTO EMB-EXPIRY
              MOVE WS-CUST-NAME (CUS-IDX)   TO EMB-NAME
              MOVE WS-CUST-STREET (CUS-IDX) TO EMB-STREET
              MOVE WS-CUST-CITY (CUS-IDX)   TO EMB-CITY
              MOVE WS-CUST-STATE (CUS-IDX)  TO EMB-STATE
              MOVE WS-CUST-ZIP (CUS-IDX)    TO EMB-ZIP
              IF WS-MASKED-CARD2 NOT = SPACES
                 MOVE WS-MASKED-CARD2(13:4) TO EMB-OLD-CARD-LAST4
              END-IF
              WRITE EMB-RECORD
              MOVE    'ERROR WRITING EMBOUT'  TO ERR-MSG
              PERFORM 9995-EMB-ERR-CHK      THRU 9995-EXIT

              ADD 1               TO WS-ORDERED-COUNT
              ADD WS-NCN-SEQUENCE TO WS-HASH-TOTAL
              MOVE 'ORDERED REPLACEMENT SENT TO EMBOSSER'
                                  TO WS-SKIP-REASON
           ELSE
              ADD 1 TO WS-HELD-COUNT
           END-IF

           MOVE WS-OLD-CARD-SSN TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE ALL '*'               TO WS-MASKED-CARD
           MOVE WS-NEW-CARD-NUM(13:4) TO WS-MASKED-CARD(13:4)

           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE WS-MASKED-SSN      TO WS-D-SSN
           MOVE WS-MASKED-CARD     TO WS-D-CARD
           MOVE CRD-ISSUE-DATE     TO WS-D-DATE
           MOVE WS-MASKED-CARD2    TO WS-D-CARD2
           MOVE WS-SKIP-REASON     TO WS-D-ACTION
           PERFORM 2800-WRITE-LINE THRU 2800-EXIT
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THIRD PASS: EVERY REPLACEMENT STILL PENDING PAST THE
      *    ACTIVATION WINDOW IS LISTED FOR THE BRANCH TO FOLLOW UP -
      *    IT MAY HAVE BEEN LOST OR STOLEN IN THE MAIL
      *-----------------------------------------------------------------
       2500-PENDING-PASS.
           MOVE '2500-PENDING-PASS'      TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'REPLACEMENTS NOT ACTIVATED' TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-PENDING-HEAD

           MOVE LOW-VALUES TO CRD-CARD-NUM
           START WBCARDDB-FILE KEY >= CRD-CARD-NUM
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2510-CHECK-ONE-PENDING THRU 2510-EXIT
              UNTIL END-OF-FILE

           IF WS-PENDING-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-CHECK-ONE-PENDING.
           READ WBCARDDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2510-EXIT
           END-READ
           MOVE    'ERROR READING WBCARDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           IF NOT CRD-STATUS-PENDING
              GO TO 2510-EXIT
           END-IF

           STRING CRD-ISSUE-DATE(1:4) CRD-ISSUE-DATE(6:2)
                  CRD-ISSUE-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-ISSUE-DATE-NUM
           IF WS-ISSUE-DATE-NUM IS NOT NUMERIC
              GO TO 2510-EXIT
           END-IF
           COMPUTE WS-DAYS-PENDING = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-NUM)
           IF WS-DAYS-PENDING NOT > WS-ACTIVATE-DAYS
              GO TO 2510-EXIT
           END-IF

           ADD 1 TO WS-PENDING-COUNT
           MOVE CRD-SSN TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE ALL '*'               TO WS-MASKED-CARD
           MOVE CRD-CARD-NUM(13:4)    TO WS-MASKED-CARD(13:4)
           MOVE SPACES                TO WS-MASKED-CARD2
           IF CRD-REPLACES-SEQ IS NUMERIC
              AND CRD-REPLACES-SEQ > 0
              MOVE CRD-REPLACES-SEQ      TO WS-RCN-SEQUENCE
              MOVE ALL '*'               TO WS-MASKED-CARD2
              MOVE WS-RCN-SEQUENCE(9:4)  TO WS-MASKED-CARD2(13:4)
           END-IF
           MOVE WS-DAYS-PENDING       TO WS-DAYS-EDIT

           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE WS-MASKED-SSN      TO WS-D-SSN
           MOVE WS-MASKED-CARD     TO WS-D-CARD
           MOVE CRD-ISSUE-DATE     TO WS-D-DATE
           MOVE WS-MASKED-CARD2    TO WS-D-CARD2
           MOVE WS-DAYS-EDIT       TO WS-D-ACTION
           PERFORM 2800-WRITE-LINE THRU 2800-EXIT
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2800-WRITE-LINE.
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CONTROL TRAILER PROVES THE FILE - CARD COUNT AND THE
      *    HASH TOTAL OF THE NEW CARD SEQUENCES, REISSUED AND ORDERED
       2900-WRITE-FILE-TRAILER.
           MOVE '2900-WRITE-FILE-TRAILER' TO ERR-LOC

           MOVE SPACES            TO EMB-RECORD
           SET  EMB-FILE-TRAILER  TO TRUE
           COMPUTE EMB-TR-CARD-COUNT = WS-ISSUE-COUNT
                                     + WS-ORDERED-COUNT
           MOVE WS-HASH-TOTAL     TO EMB-TR-HASH-TOTAL

           WRITE EMB-RECORD
           MOVE    'ERROR WRITING EMBOUT'  TO ERR-MSG
           PERFORM 9995-EMB-ERR-CHK      THRU 9995-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-DUE-COUNT        TO WS-TR-DUE-CNT
           MOVE WS-ISSUE-COUNT      TO WS-TR-ISS-CNT
           MOVE WS-DECEASED-COUNT   TO WS-TR-DEC-CNT
           MOVE WS-FROZEN-COUNT     TO WS-TR-FRZ-CNT
           MOVE WS-INACTIVE-COUNT   TO WS-TR-INA-CNT
           MOVE WS-NOADDR-COUNT     TO WS-TR-ADR-CNT
           MOVE WS-PENDING-COUNT    TO WS-TR-PND-CNT
           MOVE WS-ORDERED-COUNT    TO WS-TR-ORD-CNT
           MOVE WS-HELD-COUNT       TO WS-TR-HLD-CNT
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
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       3100-WRITE-RUN-STATS.
           MOVE '3100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 3100-EXIT
           END-IF

           MOVE 'CRDREIS ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-DUE-COUNT      TO RLG-IN-COUNT
           MOVE WS-ISSUE-COUNT    TO RLG-OUT-COUNT
           COMPUTE RLG-REJ-COUNT = WS-DUE-COUNT - WS-ISSUE-COUNT
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
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
       9994-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCUSTDB-FILE-STATUS = '10'
                    SET CUST-END-OF-FILE TO TRUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CUST-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CUST-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CUST-VSAM-REASON-CODE
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
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-EMB-ERR-CHK.
           EVALUATE TRUE
               WHEN EMBOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' EMBOUT-STAT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-TXN-ERR-CHK.
           MOVE WBTXNDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBTXNDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE TXN-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE TXN-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE TXN-VSAM-REASON-CODE
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
       9997-ACCT-ERR-CHK.
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACCT-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACCT-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACCT-VSAM-REASON-CODE
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
       9999-VSAM-ERR-CHK.
           MOVE WBCARDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCARDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCARDDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

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
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
