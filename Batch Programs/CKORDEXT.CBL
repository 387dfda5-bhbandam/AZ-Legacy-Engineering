      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CKORDEXT.
      ****************************************************************
      * Nightly check-stock order extract. Every open order on       *
      * WBCKORDB-DD taken on the WGRVCKOR teller screen or through   *
      * the CustomerCare desktop is sent to the check printer on the *
      * vendor order file (VNDOUT-DD): a file header, one detail     *
      * record per order with the style, quantity, serial range and  *
      * the name and address to ship to, and a control trailer with  *
      * the order and check counts. A blank ship-to address ships to *
      * the customer's address on WBCUSTDB-DD.                       *
      *                                                              *
      * The check-order fee, priced from the WBFEEDB-DD fee schedule *
      * (code CKOR) by the account's branch and class with the PARM  *
      * amount as the fallback, is debited from the checking account *
      * on WBACCTDB-DD as a service charge item on WBTXNDB-DD (memo  *
      * CHECK ORDER FEE), so it reaches the general ledger as fee    *
      * income through the 'S' GLMAP card in the GLJRNL run. The     *
      * order is then marked issued - the issued orders are the      *
      * account's record of the serial ranges it holds, which        *
      * CHKPOST checks presented serials against.                    *
      *                                                              *
      * An order whose account is no longer an open checking account *
      * or that has no address to ship to is rejected with the       *
      * reason on the order and the report.                          *
      * PARMIN (all optional): run date, check-order fee fallback    *
      * (default 20.00) and the bank routing number printed on the   *
      * checks.                                                      *
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
           SELECT WBCKORDB-FILE
               ASSIGN       TO WBCKORDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CKO-KEY
               FILE STATUS  IS WBCKORDB-FILE-STATUS WBCKORDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT VND-OP     ASSIGN TO VNDOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS VNDOUT-STAT.

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.

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

       FD  WBCKORDB-FILE.
           COPY WBCKOREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

      *    CHECK PRINTER ORDER FILE - FLAT RECORDS WITH A FILE HEADER
      *    AND A CONTROL TRAILER AROUND THE ORDERS SO THE PRINTER CAN
      *    PROVE THE FILE BEFORE TAKING IT. NO SSN GOES TO THE VENDOR.
       FD  VND-OP
           RECORD CONTAINS 150.
       01  VND-RECORD.
           05 VND-REC-TYPE               PIC X(01).
              88 VND-FILE-HEADER                VALUE 'H'.
              88 VND-ORDER-DETAIL               VALUE 'D'.
              88 VND-FILE-TRAILER               VALUE 'T'.
           05 VND-DETAIL-AREA.
              10 VND-ROUTING             PIC X(09).
              10 VND-ACCT-NUM            PIC X(10).
              10 VND-ORDER-SEQ           PIC 9(04).
              10 VND-STYLE-CODE          PIC X(02).
              10 VND-QUANTITY            PIC 9(04).
              10 VND-START-SERIAL        PIC 9(10).
              10 VND-END-SERIAL          PIC 9(10).
              10 VND-NAME                PIC X(30).
              10 VND-STREET              PIC X(20).
              10 VND-CITY                PIC X(10).
              10 VND-STATE               PIC X(04).
              10 VND-ZIP                 PIC X(05).
              10 FILLER                  PIC X(31).
           05 VND-HEADER-AREA REDEFINES VND-DETAIL-AREA.
              10 VND-HDR-DATE            PIC X(10).
              10 VND-HDR-COMPANY         PIC X(16).
              10 VND-HDR-ROUTING         PIC X(09).
              10 FILLER                  PIC X(114).
           05 VND-TRAILER-AREA REDEFINES VND-DETAIL-AREA.
              10 VND-TR-ORDER-COUNT      PIC 9(07).
              10 VND-TR-CHECK-COUNT      PIC 9(09).
              10 FILLER                  PIC X(133).

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

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
      *    CHECK-ORDER FEE WHEN NO FEE SCHEDULE ENTRY APPLIES
           05 PARM-ORDER-FEE             PIC 9(03)V99.
           05 FILLER                     PIC X(01).
      *    THE BANK'S ROUTING NUMBER, PRINTED ON THE CHECKS
           05 PARM-ROUTING               PIC X(09).
           05 FILLER                     PIC X(54).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCKORDB-FILE-STATUS.
           05  STA-CKO-STAT1             PIC X(01).
           05  STA-CKO-STAT2             PIC X(01).
       01  WBCKORDB-VSAM-CODE.
           05 CKO-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CKO-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CKO-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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

       01  WBFEEDB-FILE-STATUS.
           05  STA-FEE-STAT1             PIC X(01).
           05  STA-FEE-STAT2             PIC X(01).
       01  WBFEEDB-VSAM-CODE.
           05 FEE-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 FEE-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 FEE-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

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
                                  'CHECK-STOCK ORDER VENDOR EXTRACT'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(06)  VALUE 'SEQ'.
              10 FILLER        PIC X(07)  VALUE 'STYLE'.
              10 FILLER        PIC X(06)  VALUE '  QTY'.
              10 FILLER        PIC X(12)  VALUE 'FIRST'.
              10 FILLER        PIC X(12)  VALUE 'LAST'.
              10 FILLER        PIC X(12)  VALUE 'ORDERED'.
              10 FILLER        PIC X(11)  VALUE '        FEE'.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(30)  VALUE 'ACTION'.
              10 FILLER        PIC X(11)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACCT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SEQ      PIC 9(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-STYLE    PIC X(02).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-D-QTY      PIC Z,ZZ9.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-FIRST    PIC 9(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-LAST     PIC 9(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ORDERED  PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-FEE      PIC ZZ,ZZ9.99.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(30).
              10 FILLER        PIC X(11)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'OPEN ORDERS READ          :'.
              10 WS-TR-READ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS SENT TO PRINTER    :'.
              10 WS-TR-ISSUE-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CHECKS ORDERED            :'.
              10 WS-TR-CHECK-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS REJECTED           :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CHECK-ORDER FEES POSTED   :'.
              10 WS-TR-FEE-AMT PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(61)  VALUE SPACES.

       01  WS-VARS.
           05 WS-ORDER-FEE             PIC S9(5)V99  VALUE 20.00.
           05 WS-BANK-ROUTING          PIC X(09)     VALUE SPACES.
           05 WS-FEE-AMT               PIC S9(5)V99  VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-ISSUE-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CHECK-COUNT     PIC 9(09)     VALUE ZERO.
           05 WS-TOTAL-REJ-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-FEES            PIC S9(11)V99 VALUE ZERO.

      *****************************************************************
      *  CUSTOMER NAME/ADDRESS TABLE, LOADED ONCE FROM WBCUSTDB SO    *
      *  EACH ORDER'S NAME AND DEFAULT SHIP-TO IS A TABLE LOOKUP      *
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

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'CKORDEXT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 VNDOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 ACCT-OK-FLAG     PIC X(01)  VALUE 'N'.
              88 ORDER-ACCT-USABLE        VALUE 'Y'.
           05 CUST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 CUST-WAS-FOUND           VALUE 'Y'.

      *    CENTRAL FEE SCHEDULE (WBFEEDB) - OPTIONAL; WITHOUT IT
      *    EVERY ORDER IS CHARGED THE PARM (OR DEFAULT) FEE
       01  WS-FEE-SCHED-VARS.
           05 FEE-TABLE-FLAG      PIC X(01) VALUE 'N'.
              88 FEE-TABLE-AVAILABLE        VALUE 'Y'.
           05 FEE-SCAN-FLAG       PIC X(01) VALUE 'N'.
              88 FEE-SCAN-DONE              VALUE 'Y'.
           05 WS-SCHED-FEE-CODE   PIC X(04)       VALUE SPACES.
           05 WS-SCHED-CLASS      PIC X(01)       VALUE SPACE.
           05 WS-SCHED-FEE        PIC S9(5)V99    VALUE ZERO.
           05 WS-SCHED-RANK       PIC 9(01)       VALUE ZERO.
           05 WS-SCHED-BEST-RANK  PIC 9(01)       VALUE ZERO.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM SENDS EVERY OPEN CHECK-STOCK ORDER TO THE CHECK
      * PRINTER, CHARGES THE CHECK-ORDER FEE AND MARKS THE ORDER
      * ISSUED WITH ITS SERIAL RANGE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBCKORDB-FILE
           MOVE       'ERROR OPENING WBCKORDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK           THRU 9997-EXIT

           OPEN I-O WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    ORDER FALLS BACK TO THE PARM (OR DEFAULT) FEE
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-ORDERS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBCKORDB-FILE
           MOVE      'ERROR CLOSING WBCKORDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK        THRU 9997-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB'  TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           PERFORM 2900-WRITE-FILE-TRAILER THRU 2900-EXIT

           CLOSE VND-OP
           MOVE      'ERROR CLOSING VNDOUT'   TO ERR-MSG
           PERFORM 9995-VND-ERR-CHK         THRU 9995-EXIT

      *    A REJECTED ORDER NEEDS THE BRANCH TO CALL THE CUSTOMER -
      *    THE WARNING RC MAKES SURE OPERATIONS ROUTES THE REPORT
           IF WS-TOTAL-REJ-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           PERFORM 1300-LOAD-CUSTOMERS   THRU 1300-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT VND-OP
           MOVE    'ERROR OPENING VNDOUT'   TO ERR-MSG
           PERFORM 9995-VND-ERR-CHK        THRU 9995-EXIT

      *    THE FORWARD-RECOVERY JOURNAL IS A SHARED DATASET APPENDED
      *    TO BY EVERY UPDATER - A FIRST-EVER RUN CREATES IT. A
      *    REGION WITHOUT THE DATASET POSTS ON WITHOUT JOURNALING.
           OPEN EXTEND JRN-OP
           IF RCVJRN-STAT = 35
              OPEN OUTPUT JRN-OP
           END-IF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
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
              IF PARM-ORDER-FEE IS NUMERIC
                 MOVE PARM-ORDER-FEE      TO WS-ORDER-FEE
              END-IF
              IF PARM-ROUTING NOT = SPACES
                 MOVE PARM-ROUTING        TO WS-BANK-ROUTING
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
              ELSE
                 DISPLAY 'CKORDEXT - CUSTOMER TABLE FULL'
                 SET CUST-END-OF-FILE TO TRUE
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1800-WRITE-FILE-HEADER.
           MOVE '1800-WRITE-FILE-HEADER' TO ERR-LOC

           MOVE SPACES           TO VND-RECORD
           SET  VND-FILE-HEADER  TO TRUE
           MOVE WS-DATE-R        TO VND-HDR-DATE
           MOVE 'WOODGROVE BANK' TO VND-HDR-COMPANY
           MOVE WS-BANK-ROUTING  TO VND-HDR-ROUTING

           WRITE VND-RECORD
           MOVE    'ERROR WRITING VNDOUT'  TO ERR-MSG
           PERFORM 9995-VND-ERR-CHK      THRU 9995-EXIT
           .
       1800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-ORDERS.
           MOVE '2000-PROCESS-ALL-ORDERS' TO ERR-LOC

           READ WBCKORDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           MOVE 'ERROR READING WBCKORDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK    THRU 9999-EXIT

           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

      *    ISSUED, CANCELLED AND REJECTED ORDERS ARE HISTORY
           IF NOT CKO-STATUS-ORDERED
              GO TO 2000-EXIT
           END-IF

      *    AN ORDER DATED AFTER A BACKDATED RUN DATE WAITS FOR ITS
      *    OWN NIGHT
           IF CKO-ORDER-DATE > WS-DATE-R
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-READ-COUNT
           MOVE ZERO TO WS-FEE-AMT

           PERFORM 2100-READ-ORDER-ACCOUNT THRU 2100-EXIT
           IF NOT ORDER-ACCT-USABLE
              PERFORM 2400-REJECT-ORDER THRU 2400-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2150-FIND-SHIP-TO THRU 2150-EXIT
           IF CKO-SHIP-STREET = SPACES
              MOVE 'NO ADDRESS TO SHIP TO' TO WS-D-ACTION
              PERFORM 2400-REJECT-ORDER THRU 2400-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-WRITE-VENDOR-ORDER THRU 2200-EXIT
           PERFORM 2300-CHARGE-ORDER-FEE   THRU 2300-EXIT

           SET  CKO-STATUS-ISSUED TO TRUE
           MOVE WS-DATE-R         TO CKO-EXTRACT-DATE
           MOVE WS-FEE-AMT        TO CKO-FEE-AMT
           MOVE SPACES            TO CKO-REJECT-REASON
           REWRITE WBCKO-RECORD
           MOVE 'ERROR REWRITING WBCKORDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           MOVE 'SENT TO PRINTER' TO WS-D-ACTION
           PERFORM 2250-WRITE-ORDER-LINE THRU 2250-EXIT

           ADD 1            TO WS-TOTAL-ISSUE-COUNT
           ADD CKO-QUANTITY TO WS-TOTAL-CHECK-COUNT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CHECKS ARE PRINTED ONLY FOR AN ACCOUNT THAT IS STILL AN
      *    OPEN CHECKING ACCOUNT ON THE NIGHT OF THE EXTRACT
       2100-READ-ORDER-ACCOUNT.
           MOVE '2100-READ-ORDER-ACCOUNT' TO ERR-LOC
           MOVE 'N'                       TO ACCT-OK-FLAG

           MOVE CKO-SSN      TO ACCOUNT-SSN
           MOVE CKO-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WBACCTDB-FILE-STATUS = '23'
              MOVE 'ACCOUNT NOT ON FILE' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF
           MOVE 'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK    THRU 9997-EXIT

           IF ACCOUNT-CLOSED
              MOVE 'ACCOUNT CLOSED' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           IF NOT ACCOUNT-TYPE-CHK
              MOVE 'NOT A CHECKING ACCOUNT' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           SET ORDER-ACCT-USABLE TO TRUE
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE NAME ON THE CHECKS IS THE CUSTOMER'S; A BLANK SHIP-TO
      *    ON THE ORDER TAKES THE CUSTOMER'S ADDRESS ON FILE TONIGHT
       2150-FIND-SHIP-TO.
           MOVE '2150-FIND-SHIP-TO' TO ERR-LOC
           MOVE 'N'                 TO CUST-FOUND-FLAG

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = CKO-SSN
                 SET CUST-WAS-FOUND TO TRUE
           END-SEARCH

           IF CKO-SHIP-STREET = SPACES
              AND CUST-WAS-FOUND
              MOVE WS-CUST-STREET (CUS-IDX) TO CKO-SHIP-STREET
              MOVE WS-CUST-CITY (CUS-IDX)   TO CKO-SHIP-CITY
              MOVE WS-CUST-STATE (CUS-IDX)  TO CKO-SHIP-STATE
              MOVE WS-CUST-ZIP (CUS-IDX)    TO CKO-SHIP-ZIP
           END-IF
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-WRITE-VENDOR-ORDER.
           MOVE '2200-WRITE-VENDOR-ORDER' TO ERR-LOC

           MOVE SPACES            TO VND-RECORD
           SET  VND-ORDER-DETAIL  TO TRUE
           MOVE WS-BANK-ROUTING   TO VND-ROUTING
           MOVE CKO-ACCT-NUM      TO VND-ACCT-NUM
           MOVE CKO-SEQ           TO VND-ORDER-SEQ
           MOVE CKO-STYLE-CODE    TO VND-STYLE-CODE
           MOVE CKO-QUANTITY      TO VND-QUANTITY
           MOVE CKO-START-SERIAL  TO VND-START-SERIAL
           MOVE CKO-END-SERIAL    TO VND-END-SERIAL
           IF CUST-WAS-FOUND
              MOVE WS-CUST-NAME (CUS-IDX) TO VND-NAME
           END-IF
           MOVE CKO-SHIP-STREET   TO VND-STREET
           MOVE CKO-SHIP-CITY     TO VND-CITY
           MOVE CKO-SHIP-STATE    TO VND-STATE
           MOVE CKO-SHIP-ZIP      TO VND-ZIP

           WRITE VND-RECORD
           MOVE    'ERROR WRITING VNDOUT'  TO ERR-MSG
           PERFORM 9995-VND-ERR-CHK      THRU 9995-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-WRITE-ORDER-LINE.
           MOVE CKO-SSN           TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN     TO WS-D-SSN
           MOVE CKO-ACCT-NUM      TO WS-D-ACCT
           MOVE CKO-SEQ           TO WS-D-SEQ
           MOVE CKO-STYLE-CODE    TO WS-D-STYLE
           MOVE CKO-QUANTITY      TO WS-D-QTY
           MOVE CKO-START-SERIAL  TO WS-D-FIRST
           MOVE CKO-END-SERIAL    TO WS-D-LAST
           MOVE CKO-ORDER-DATE    TO WS-D-ORDERED
           MOVE WS-FEE-AMT        TO WS-D-FEE

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DEBIT THE CHECK-ORDER FEE AS A SERVICE CHARGE ITEM - THE
      *    'S' GLMAP CARD CARRIES IT TO FEE INCOME. LIKE THE MONTHLY
      *    SERVICE CHARGE IT IS TAKEN WHATEVER THE BALANCE; A ZERO
      *    SCHEDULE ENTRY WAIVES IT.
       2300-CHARGE-ORDER-FEE.
           MOVE '2300-CHARGE-ORDER-FEE' TO ERR-LOC

           MOVE 'CKOR'        TO WS-SCHED-FEE-CODE
           MOVE WS-ORDER-FEE  TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE  TO WS-FEE-AMT

           IF WS-FEE-AMT NOT > 0
              MOVE ZERO TO WS-FEE-AMT
              GO TO 2300-EXIT
           END-IF

           MOVE ACCOUNT-SSN          TO TXN-SSN
           MOVE ACCOUNT-NUMBER       TO TXN-ACCT-NUM
           SET  TXN-TYPE-SVCCHG      TO TRUE
           MOVE WS-DATE-R            TO TXN-DATE
           MOVE WS-FEE-AMT           TO TXN-AMOUNT
           MOVE 'CHECK ORDER FEE'    TO TXN-MEMO

           SUBTRACT WS-FEE-AMT FROM ACCOUNT-CHK-BAL
           ADD 1 TO ACCOUNT-CHK-DETAIL-ITEMS
           MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM

      *    THE FEE ROLLS INTO THE YEAR-TO-DATE FEE ACCUMULATOR
      *    PRINTED ON THE STATEMENTS
           ADD WS-FEE-AMT TO ACCOUNT-YTD-FEES

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK        THRU 9997-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           ADD WS-FEE-AMT TO WS-TOTAL-FEES
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REJECTED ORDER KEEPS ITS REASON SO THE BRANCH CAN SEE ON
      *    THE SCREEN WHY THE CHECKS NEVER CAME; NOTHING IS CHARGED
       2400-REJECT-ORDER.
           MOVE '2400-REJECT-ORDER' TO ERR-LOC

           SET  CKO-STATUS-REJECTED TO TRUE
           MOVE WS-DATE-R           TO CKO-EXTRACT-DATE
           MOVE ZERO                TO CKO-FEE-AMT
           MOVE WS-D-ACTION         TO CKO-REJECT-REASON
           REWRITE WBCKO-RECORD
           MOVE 'ERROR REWRITING WBCKORDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           PERFORM 2250-WRITE-ORDER-LINE THRU 2250-EXIT
           ADD 1 TO WS-TOTAL-REJ-COUNT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CONTROL TRAILER PROVES THE FILE - ORDER COUNT AND THE
      *    NUMBER OF CHECKS ORDERED
       2900-WRITE-FILE-TRAILER.
           MOVE '2900-WRITE-FILE-TRAILER' TO ERR-LOC

           MOVE SPACES               TO VND-RECORD
           SET  VND-FILE-TRAILER     TO TRUE
           MOVE WS-TOTAL-ISSUE-COUNT TO VND-TR-ORDER-COUNT
           MOVE WS-TOTAL-CHECK-COUNT TO VND-TR-CHECK-COUNT

           WRITE VND-RECORD
           MOVE    'ERROR WRITING VNDOUT'  TO ERR-MSG
           PERFORM 9995-VND-ERR-CHK      THRU 9995-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-READ-COUNT     TO WS-TR-READ-CNT
           MOVE WS-TOTAL-ISSUE-COUNT    TO WS-TR-ISSUE-CNT
           MOVE WS-TOTAL-CHECK-COUNT    TO WS-TR-CHECK-CNT
           MOVE WS-TOTAL-REJ-COUNT      TO WS-TR-REJ-CNT
           MOVE WS-TOTAL-FEES           TO WS-TR-FEE-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
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

           MOVE 'CKORDEXT' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-READ-COUNT     TO RLG-IN-COUNT
           MOVE WS-TOTAL-ISSUE-COUNT    TO RLG-OUT-COUNT
           MOVE WS-TOTAL-REJ-COUNT      TO RLG-REJ-COUNT
           MOVE WS-TOTAL-FEES           TO RLG-DOLLAR-TOTAL
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
      *    AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - ROLLFWD
      *    REPLAYS THESE IMAGES ON TOP OF A BKUPREST RELOAD. THE
      *    JOURNAL IS BEST-EFFORT: A REGION WITHOUT THE DATASET
      *    POSTS ON WITHOUT IT.
       8700-JOURNAL-ACCT.
           IF RCVJRN-STAT NOT = 0
              GO TO 8700-EXIT
           END-IF
           MOVE SPACES        TO WBJRN-RECORD
           MOVE WS-DATE-R     TO JRN-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO JRN-TIME
           MOVE 'WBACCTDB'    TO JRN-FILE-ID
           SET  JRN-ACTION-REPLACE TO TRUE
           MOVE ERR-PGM       TO JRN-SOURCE-PGM
           MOVE WBACCT-RECORD TO JRN-IMAGE
           WRITE WBJRN-RECORD
           .
       8700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8710-JOURNAL-TXN.
           IF RCVJRN-STAT NOT = 0
              GO TO 8710-EXIT
           END-IF
           MOVE SPACES        TO WBJRN-RECORD
           MOVE WS-DATE-R     TO JRN-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO JRN-TIME
           MOVE 'WBTXNDB'     TO JRN-FILE-ID
           SET  JRN-ACTION-ADD TO TRUE
           MOVE ERR-PGM       TO JRN-SOURCE-PGM
           MOVE WBTXN-RECORD  TO JRN-IMAGE
           WRITE WBJRN-RECORD
           .
       8710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRICE A FEE FROM THE CENTRAL FEE SCHEDULE FOR THE ACCOUNT
      *    IN THE RECORD AREA. THE CALLER MOVES THE FEE CODE TO
      *    WS-SCHED-FEE-CODE AND THE FALLBACK AMOUNT TO WS-SCHED-FEE.
      *    OF THE CODE'S ENTRIES ALREADY EFFECTIVE, ONE FOR THE
      *    ACCOUNT'S BRANCH AND CLASS BEATS ONE FOR THE BRANCH, WHICH
      *    BEATS ONE FOR THE CLASS, WHICH BEATS THE ALL-ACCOUNTS
      *    ENTRY; AMONG EQUALS THE LATEST EFFECTIVE DATE WINS. THE
      *    FALLBACK STANDS WHEN THE SCHEDULE IS ABSENT OR HAS NO
      *    APPLICABLE ENTRY
       8800-LOOKUP-FEE.
           MOVE ZERO TO WS-SCHED-BEST-RANK
           MOVE 'N'  TO FEE-SCAN-FLAG

           IF NOT FEE-TABLE-AVAILABLE
              GO TO 8800-EXIT
           END-IF

           IF ACCOUNT-CLASS-BUSINESS
              MOVE 'B' TO WS-SCHED-CLASS
           ELSE
              MOVE 'P' TO WS-SCHED-CLASS
           END-IF

           MOVE LOW-VALUES        TO FEE-KEY
           MOVE WS-SCHED-FEE-CODE TO FEE-CODE
           START WBFEEDB-FILE KEY >= FEE-KEY
              INVALID KEY SET FEE-SCAN-DONE TO TRUE
           END-START

           PERFORM 8805-SCAN-ONE-FEE THRU 8805-EXIT
              UNTIL FEE-SCAN-DONE
           .
       8800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8805-SCAN-ONE-FEE.
           READ WBFEEDB-FILE NEXT
              AT END SET FEE-SCAN-DONE TO TRUE
           END-READ

           IF FEE-SCAN-DONE
              GO TO 8805-EXIT
           END-IF

           IF FEE-CODE NOT = WS-SCHED-FEE-CODE
              SET FEE-SCAN-DONE TO TRUE
              GO TO 8805-EXIT
           END-IF

           IF FEE-EFFECTIVE-DATE > WS-DATE-R
              OR (FEE-ACCT-CLASS NOT = SPACE
                  AND FEE-ACCT-CLASS NOT = WS-SCHED-CLASS)
              OR (FEE-BRANCH NOT = SPACES
                  AND FEE-BRANCH NOT = ACCOUNT-BRANCH)
              GO TO 8805-EXIT
           END-IF

           MOVE 1 TO WS-SCHED-RANK
           IF FEE-ACCT-CLASS NOT = SPACE
              ADD 1 TO WS-SCHED-RANK
           END-IF
           IF FEE-BRANCH NOT = SPACES
              ADD 2 TO WS-SCHED-RANK
           END-IF

           IF WS-SCHED-RANK NOT < WS-SCHED-BEST-RANK
              MOVE WS-SCHED-RANK TO WS-SCHED-BEST-RANK
              MOVE FEE-AMOUNT    TO WS-SCHED-FEE
           END-IF
           .
       8805-EXIT.
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
       9995-VND-ERR-CHK.
           EVALUATE TRUE
               WHEN VNDOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' VNDOUT-STAT
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
           MOVE WBCKORDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCKORDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCKORDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CKO-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CKO-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CKO-VSAM-REASON-CODE
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
