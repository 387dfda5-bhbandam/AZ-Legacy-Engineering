      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CDCEXTR.
      ****************************************************************
      * Nightly changed-data feed to the data warehouse. Instead of  *
      * full unloads of WBACCTDB, WBCUSTDB and WBTXNDB, the warehouse*
      * takes a keyed extract of what changed (CDCOUT-DD, WBCDCREC   *
      * layout):                                                     *
      *  - accounts and items come from the day's after-image        *
      *    journal (the RCVJRNL generations and the WJRN             *
      *    extrapartition dataset, concatenated in time order on     *
      *    JRNIN-DD, as for ROLLFWD). Each image is filed by record  *
      *    key on the CDCWORK-DD work cluster so only the latest     *
      *    image of a record survives; a record first written today  *
      *    is an insert, one only replaced is an update;             *
      *  - customers are not journaled, so WBCUSTDB is compared with *
      *    the previous run's customer snapshot (CUSTPRV-DD, the     *
      *    BKPCUST layout) - new, changed and vanished customers go  *
      *    out as inserts, updates and deletes, and today's snapshot *
      *    is written to CUSTSNAP-DD for tomorrow. PIN and PIN-fail  *
      *    changes are not warehouse changes and the PIN is never    *
      *    sent.                                                     *
      * PARMIN type 'F' produces a full refresh instead: every       *
      * record of the three files as an insert, flagged in the       *
      * header so the warehouse replaces rather than merges. The     *
      * trailer carries per-file and per-flag counts and the balance *
      * and amount control totals of the images sent.                *
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
           SELECT JRN-IP     ASSIGN TO JRNIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS JRNIN-STAT.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCTDB-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXNDB-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CUSTDB-KEY
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT CDCWORK-FILE
               ASSIGN       TO CDCWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CW-KEY
               FILE STATUS  IS CDCWORK-FILE-STATUS CDCWORK-VSAM-CODE.

           SELECT CUSTPRV-IP ASSIGN TO CUSTPRV
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS CUSTPRV-STAT.

           SELECT CUSTSNAP-OP
                             ASSIGN TO CUSTSNAP
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS CUSTSNAP-STAT.

           SELECT CDC-OP     ASSIGN TO CDCOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS CDCOUT-STAT.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

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

       FD  JRN-IP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

      *    THE THREE FILES ARE READ INTO THE WORKING-STORAGE LAYOUTS
      *    BELOW - ON A CHANGED-DATA RUN ONLY WBCUSTDB IS OPENED
       FD  WBACCTDB-FILE.
       01  ACCTDB-RECORD.
           05 ACCTDB-KEY                 PIC X(19).
           05 FILLER                     PIC X(103).

       FD  WBTXNDB-FILE.
       01  TXNDB-RECORD.
           05 TXNDB-KEY                  PIC X(23).
           05 FILLER                     PIC X(39).

       FD  WBCUSTDB-FILE.
       01  CUSTDB-RECORD.
           05 CUSTDB-KEY                 PIC X(10).
           05 FILLER                     PIC X(118).

       FD  CDCWORK-FILE.
       01  CDCWORK-RECORD.
           05 CW-KEY.
              10 CW-FILE-ID              PIC X(8).
              10 CW-REC-KEY              PIC X(23).
           05 CW-CHANGE-FLAG             PIC X(1).
           05 CW-JRN-DATE                PIC X(10).
           05 CW-JRN-TIME                PIC X(8).
           05 CW-IMAGE                   PIC X(122).

       FD  CUSTPRV-IP
           RECORD CONTAINS 128.
       01  PRV-CUST-RECORD.
           05 PRV-CUSTOMER-ID            PIC X(10).
           05 FILLER                     PIC X(118).

       FD  CUSTSNAP-OP
           RECORD CONTAINS 128.
       01  SNAP-CUST-RECORD              PIC X(128).

       FD  CDC-OP
           RECORD CONTAINS 160.
           COPY WBCDCREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
      *    'F' = FULL REFRESH; ANYTHING ELSE = CHANGED DATA ONLY
           05 PARM-EXTRACT-TYPE          PIC X(01).
           05 FILLER                     PIC X(68).

       WORKING-STORAGE SECTION.

           COPY WBACCTREC.

           COPY WBTXNREC.

           COPY WBCUSTREC.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

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

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  CDCWORK-FILE-STATUS.
           05  STA-CW-STAT1              PIC X(01).
           05  STA-CW-STAT2              PIC X(01).
       01  CDCWORK-VSAM-CODE.
           05 CW-VSAM-RETURN-CODE        PIC S9(2) USAGE BINARY.
           05 CW-VSAM-COMPONENT-CODE     PIC S9(1) USAGE BINARY.
           05 CW-VSAM-REASON-CODE        PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      *****************************************************************
      *  VSAM STATUS OF WHICHEVER FILE 9999-VSAM-ERR-CHK IS CHECKING  *
      *****************************************************************
       01  WS-CHK-VSAM.
           05 WS-CHK-FILE-STATUS         PIC X(02).
           05 WS-CHK-RETURN-CODE         PIC S9(2) USAGE BINARY.
           05 WS-CHK-COMPONENT-CODE      PIC S9(1) USAGE BINARY.
           05 WS-CHK-REASON-CODE         PIC S9(3) USAGE BINARY.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(38)  VALUE
                     'DATA WAREHOUSE CHANGED-DATA EXTRACT'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-TYPE-LINE.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-TYPE-TEXT  PIC X(60)  VALUE SPACES.
              10 FILLER        PIC X(69)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-LABEL    PIC X(30).
              10 WS-D-COUNT    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-AMOUNT   PIC Z(12)9.99-.
              10 FILLER        PIC X(69)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

       01  WS-VARS.
           05 WS-EXTRACT-TYPE          PIC X(01)     VALUE 'C'.
              88 WS-FULL-REFRESH                     VALUE 'F'.
           05 WS-JRN-READ-COUNT        PIC 9(09)     VALUE ZERO.
           05 WS-JRN-SKIP-COUNT        PIC 9(09)     VALUE ZERO.
           05 WS-ACCT-COUNT            PIC 9(09)     VALUE ZERO.
           05 WS-TXN-COUNT             PIC 9(09)     VALUE ZERO.
           05 WS-CUST-COUNT            PIC 9(09)     VALUE ZERO.
           05 WS-INSERT-COUNT          PIC 9(09)     VALUE ZERO.
           05 WS-UPDATE-COUNT          PIC 9(09)     VALUE ZERO.
           05 WS-DELETE-COUNT          PIC 9(09)     VALUE ZERO.
           05 WS-DETAIL-COUNT          PIC 9(09)     VALUE ZERO.
           05 WS-SNAP-COUNT            PIC 9(09)     VALUE ZERO.
           05 WS-ACCT-BAL-TOTAL        PIC S9(13)V99 VALUE ZERO.
           05 WS-TXN-AMT-TOTAL         PIC S9(13)V99 VALUE ZERO.
           05 WS-CUR-CUST-KEY          PIC X(10)     VALUE SPACES.
           05 WS-PRV-CUST-KEY          PIC X(10)     VALUE SPACES.
      *    CUSTOMER IMAGES ARE COMPARED WITH THE PIN AND PIN-FAIL
      *    COUNT BLANKED (BYTES 102-106 OF WBCUSTREC) - NEITHER IS
      *    A CHANGE THE WAREHOUSE HOLDS
           05 WS-CUR-CUST-CMP          PIC X(128)    VALUE SPACES.
           05 WS-PRV-CUST-CMP          PIC X(128)    VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'CDCEXTR'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 JRNIN-STAT       PIC 9(02)  VALUE ZERO.
           05 CUSTPRV-STAT     PIC 9(02)  VALUE ZERO.
           05 CUSTSNAP-STAT    PIC 9(02)  VALUE ZERO.
           05 CDCOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 PRV-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 PRV-END-OF-FILE          VALUE 'Y'.
           05 PRV-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 PRV-SNAPSHOT-OPEN        VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM BUILDS THE DATA WAREHOUSE CHANGED-DATA EXTRACT
      * FROM THE AFTER-IMAGE JOURNAL AND THE CUSTOMER SNAPSHOT, OR A
      * FULL REFRESH OF THE THREE FILES ON REQUEST.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT

           IF WS-FULL-REFRESH
              PERFORM 2000-FULL-ACCTS-TXNS THRU 2000-EXIT
           ELSE
              PERFORM 2100-FILE-JRN-IMAGES THRU 2100-EXIT
              PERFORM 2300-SEND-JRN-IMAGES THRU 2300-EXIT
           END-IF

           PERFORM 3000-CUSTOMER-CHANGES   THRU 3000-EXIT
           PERFORM 4000-WRITE-TRAILER      THRU 4000-EXIT
           PERFORM 5000-HOUSEKEEPING       THRU 5000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT CDC-OP
           MOVE    'ERROR OPENING CDCOUT'   TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK        THRU 9995-EXIT

           IF WS-FULL-REFRESH
              MOVE 'FULL REFRESH - EVERY RECORD SENT AS AN INSERT'
                TO WS-TYPE-TEXT
           ELSE
              MOVE 'CHANGED DATA - JOURNAL AND CUSTOMER SNAPSHOT'
                TO WS-TYPE-TEXT
           END-IF
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-TYPE-LINE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           MOVE SPACES            TO WBCDC-RECORD
           SET CDC-REC-HEADER     TO TRUE
           MOVE WS-EXTRACT-TYPE   TO CDC-H-EXTRACT-TYPE
           MOVE WS-DATE-R         TO CDC-H-BUS-DATE
           WRITE WBCDC-RECORD
           MOVE    'ERROR WRITING CDCOUT' TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK     THRU 9995-EXIT
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
              IF PARM-EXTRACT-TYPE = 'F'
                 SET WS-FULL-REFRESH      TO TRUE
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
      *    FULL REFRESH - EVERY ACCOUNT, THEN EVERY ITEM, AS INSERTS
       2000-FULL-ACCTS-TXNS.
           MOVE '2000-FULL-ACCTS-TXNS' TO ERR-LOC

           OPEN INPUT WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9990-ACCT-STATUS            THRU 9990-EXIT

           MOVE 'N'        TO EOF-FLAG
           MOVE LOW-VALUES TO ACCTDB-KEY
           START WBACCTDB-FILE KEY >= ACCTDB-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 2010-FULL-ONE-ACCT THRU 2010-EXIT
              UNTIL END-OF-FILE

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9990-ACCT-STATUS         THRU 9990-EXIT

           OPEN INPUT WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9991-TXN-STATUS             THRU 9991-EXIT

           MOVE 'N'        TO EOF-FLAG
           MOVE LOW-VALUES TO TXNDB-KEY
           START WBTXNDB-FILE KEY >= TXNDB-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 2020-FULL-ONE-TXN THRU 2020-EXIT
              UNTIL END-OF-FILE

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9991-TXN-STATUS         THRU 9991-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2010-FULL-ONE-ACCT.
           READ WBACCTDB-FILE NEXT INTO WBACCT-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2010-EXIT
           END-IF
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9990-ACCT-STATUS       THRU 9990-EXIT

           MOVE SPACES         TO WBCDC-RECORD
           SET CDC-REC-DETAIL  TO TRUE
           SET CDC-FILE-ACCT   TO TRUE
           SET CDC-INSERT      TO TRUE
           MOVE WBACCT-RECORD  TO CDC-IMAGE
           PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2020-FULL-ONE-TXN.
           READ WBTXNDB-FILE NEXT INTO WBTXN-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2020-EXIT
           END-IF
           MOVE    'ERROR READING WBTXNDB' TO ERR-MSG
           PERFORM 9991-TXN-STATUS       THRU 9991-EXIT

           MOVE SPACES         TO WBCDC-RECORD
           SET CDC-REC-DETAIL  TO TRUE
           SET CDC-FILE-TXN    TO TRUE
           SET CDC-INSERT      TO TRUE
           MOVE WBTXN-RECORD   TO CDC-IMAGE
           PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
           .
       2020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FILE EVERY JOURNAL IMAGE BY RECORD KEY ON THE WORK CLUSTER.
      *    THE JOURNAL IS IN TIME ORDER, SO EACH LATER IMAGE OF A
      *    RECORD REPLACES THE ONE FILED BEFORE IT; THE FLAG STAYS AN
      *    INSERT IF THE RECORD WAS FIRST WRITTEN TODAY
       2100-FILE-JRN-IMAGES.
           MOVE '2100-FILE-JRN-IMAGES' TO ERR-LOC

           OPEN OUTPUT CDCWORK-FILE
           MOVE       'ERROR CREATING CDCWORK'   TO ERR-MSG
           PERFORM 9992-WORK-STATUS            THRU 9992-EXIT
           CLOSE CDCWORK-FILE
           OPEN I-O CDCWORK-FILE
           MOVE       'ERROR OPENING CDCWORK'    TO ERR-MSG
           PERFORM 9992-WORK-STATUS            THRU 9992-EXIT

           OPEN INPUT JRN-IP
           MOVE       'ERROR OPENING JRNIN'      TO ERR-MSG
           PERFORM 9997-JRN-ERR-CHK            THRU 9997-EXIT

           MOVE 'N' TO EOF-FLAG
           PERFORM 2110-FILE-ONE-IMAGE THRU 2110-EXIT
              UNTIL END-OF-FILE

           CLOSE JRN-IP
           MOVE      'ERROR CLOSING JRNIN' TO ERR-MSG
           PERFORM 9997-JRN-ERR-CHK      THRU 9997-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-FILE-ONE-IMAGE.
           MOVE '2110-FILE-ONE-IMAGE' TO ERR-LOC

           READ JRN-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-JRN-READ-COUNT

           MOVE SPACES TO CW-KEY
           EVALUATE TRUE
              WHEN JRN-FILE-ACCT
                   MOVE JRN-IMAGE(1:19) TO CW-REC-KEY
              WHEN JRN-FILE-TXN
                   MOVE JRN-IMAGE(1:23) TO CW-REC-KEY
              WHEN OTHER
                   ADD 1 TO WS-JRN-SKIP-COUNT
                   GO TO 2110-EXIT
           END-EVALUATE
           MOVE JRN-FILE-ID TO CW-FILE-ID

           READ CDCWORK-FILE
              INVALID KEY CONTINUE
           END-READ
           IF CDCWORK-FILE-STATUS = '23'
              IF JRN-ACTION-ADD
                 MOVE 'I' TO CW-CHANGE-FLAG
              ELSE
                 MOVE 'U' TO CW-CHANGE-FLAG
              END-IF
              MOVE JRN-DATE  TO CW-JRN-DATE
              MOVE JRN-TIME  TO CW-JRN-TIME
              MOVE JRN-IMAGE TO CW-IMAGE
              WRITE CDCWORK-RECORD
              MOVE    'ERROR WRITING CDCWORK' TO ERR-MSG
              PERFORM 9992-WORK-STATUS      THRU 9992-EXIT
              GO TO 2110-EXIT
           END-IF
           MOVE    'ERROR READING CDCWORK' TO ERR-MSG
           PERFORM 9992-WORK-STATUS      THRU 9992-EXIT

           MOVE JRN-DATE  TO CW-JRN-DATE
           MOVE JRN-TIME  TO CW-JRN-TIME
           MOVE JRN-IMAGE TO CW-IMAGE
           REWRITE CDCWORK-RECORD
           MOVE    'ERROR REWRITING CDCWORK' TO ERR-MSG
           PERFORM 9992-WORK-STATUS        THRU 9992-EXIT
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SEND THE SURVIVING IMAGES IN KEY ORDER - ACCOUNTS FIRST,
      *    THEN ITEMS, SINCE THE FILE ID LEADS THE WORK KEY
       2300-SEND-JRN-IMAGES.
           MOVE '2300-SEND-JRN-IMAGES' TO ERR-LOC

           MOVE 'N'        TO EOF-FLAG
           MOVE LOW-VALUES TO CW-KEY
           START CDCWORK-FILE KEY >= CW-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 2310-SEND-ONE-IMAGE THRU 2310-EXIT
              UNTIL END-OF-FILE

           CLOSE CDCWORK-FILE
           MOVE      'ERROR CLOSING CDCWORK' TO ERR-MSG
           PERFORM 9992-WORK-STATUS        THRU 9992-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2310-SEND-ONE-IMAGE.
           READ CDCWORK-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2310-EXIT
           END-IF
           MOVE    'ERROR READING CDCWORK' TO ERR-MSG
           PERFORM 9992-WORK-STATUS      THRU 9992-EXIT

           MOVE SPACES          TO WBCDC-RECORD
           SET CDC-REC-DETAIL   TO TRUE
           MOVE CW-FILE-ID      TO CDC-FILE-ID
           MOVE CW-CHANGE-FLAG  TO CDC-CHANGE-FLAG
           MOVE CW-JRN-DATE     TO CDC-CHANGE-DATE
           MOVE CW-JRN-TIME     TO CDC-CHANGE-TIME
           MOVE CW-IMAGE        TO CDC-IMAGE
           IF CDC-FILE-ACCT
              MOVE CW-IMAGE TO WBACCT-RECORD
           ELSE
              MOVE CW-IMAGE TO WBTXN-RECORD
           END-IF
           PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
           .
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WRITE ONE DETAIL AND COUNT/TOTAL IT FOR THE TRAILER - THE
      *    ACCOUNT OR ITEM IMAGE IS ALREADY IN ITS WORKING LAYOUT
       2400-WRITE-DETAIL.
           WRITE WBCDC-RECORD
           MOVE    'ERROR WRITING CDCOUT' TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK     THRU 9995-EXIT

           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE TRUE
              WHEN CDC-INSERT
                   ADD 1 TO WS-INSERT-COUNT
              WHEN CDC-UPDATE
                   ADD 1 TO WS-UPDATE-COUNT
              WHEN CDC-DELETE
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE

           EVALUATE TRUE
              WHEN CDC-FILE-ACCT
                   ADD 1 TO WS-ACCT-COUNT
                   EVALUATE TRUE
                      WHEN ACCOUNT-TYPE-CHK
                           ADD ACCOUNT-CHK-BAL TO WS-ACCT-BAL-TOTAL
                      WHEN ACCOUNT-TYPE-SAV
                           ADD ACCOUNT-SAV-BAL TO WS-ACCT-BAL-TOTAL
                      WHEN ACCOUNT-TYPE-CD
                           ADD ACCOUNT-CD-BAL  TO WS-ACCT-BAL-TOTAL
                      WHEN OTHER
                           CONTINUE
                   END-EVALUATE
              WHEN CDC-FILE-TXN
                   ADD 1          TO WS-TXN-COUNT
                   ADD TXN-AMOUNT TO WS-TXN-AMT-TOTAL
              WHEN CDC-FILE-CUST
                   ADD 1 TO WS-CUST-COUNT
           END-EVALUATE
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MATCH WBCUSTDB AGAINST THE PREVIOUS SNAPSHOT BY CUSTOMER ID
      *    (BOTH IN KEY ORDER) AND WRITE TODAY'S SNAPSHOT. ON A FULL
      *    REFRESH, OR WITH NO PREVIOUS SNAPSHOT, EVERY CUSTOMER IS
      *    SENT AS AN INSERT
       3000-CUSTOMER-CHANGES.
           MOVE '3000-CUSTOMER-CHANGES' TO ERR-LOC

           OPEN INPUT WBCUSTDB-FILE
           MOVE       'ERROR OPENING WBCUSTDB'   TO ERR-MSG
           PERFORM 9993-CUST-STATUS            THRU 9993-EXIT

           OPEN OUTPUT CUSTSNAP-OP
           MOVE       'ERROR OPENING CUSTSNAP'   TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK            THRU 9995-EXIT

           MOVE 'Y' TO PRV-EOF-FLAG
           IF NOT WS-FULL-REFRESH
              OPEN INPUT CUSTPRV-IP
              IF CUSTPRV-STAT = 0
                 SET PRV-SNAPSHOT-OPEN TO TRUE
                 MOVE 'N' TO PRV-EOF-FLAG
              ELSE
                 MOVE SPACES TO WS-TYPE-TEXT
                 MOVE 'NO PREVIOUS CUSTOMER SNAPSHOT - ALL SENT AS INSER
      -               'TS' TO WS-TYPE-TEXT
                 WRITE RPT-OP-FIELDS FROM WS-TYPE-LINE
                 WRITE RPT-OP-FIELDS FROM WS-SPACE
              END-IF
           END-IF

           MOVE 'N'        TO CUST-EOF-FLAG
           MOVE LOW-VALUES TO CUSTDB-KEY
           START WBCUSTDB-FILE KEY >= CUSTDB-KEY
              INVALID KEY SET CUST-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-READ-CUR-CUST THRU 3100-EXIT
           PERFORM 3200-READ-PRV-CUST THRU 3200-EXIT

           PERFORM 3300-MATCH-ONE-CUST THRU 3300-EXIT
              UNTIL CUST-END-OF-FILE AND PRV-END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE      'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9993-CUST-STATUS         THRU 9993-EXIT

           CLOSE CUSTSNAP-OP
           MOVE      'ERROR CLOSING CUSTSNAP' TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK         THRU 9995-EXIT

           IF PRV-SNAPSHOT-OPEN
              CLOSE CUSTPRV-IP
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3100-READ-CUR-CUST.
           MOVE HIGH-VALUES TO WS-CUR-CUST-KEY
           IF CUST-END-OF-FILE
              GO TO 3100-EXIT
           END-IF
           READ WBCUSTDB-FILE NEXT INTO WBCUST-RECORD
              AT END SET CUST-END-OF-FILE TO TRUE
           END-READ
           IF CUST-END-OF-FILE
              GO TO 3100-EXIT
           END-IF
           MOVE    'ERROR READING WBCUSTDB' TO ERR-MSG
           PERFORM 9993-CUST-STATUS       THRU 9993-EXIT
           MOVE CUSTOMER-ID     TO WS-CUR-CUST-KEY
           MOVE WBCUST-RECORD   TO WS-CUR-CUST-CMP
           MOVE SPACES          TO WS-CUR-CUST-CMP(102:5)
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3200-READ-PRV-CUST.
           MOVE HIGH-VALUES TO WS-PRV-CUST-KEY
           IF PRV-END-OF-FILE
              GO TO 3200-EXIT
           END-IF
           READ CUSTPRV-IP
              AT END SET PRV-END-OF-FILE TO TRUE
           END-READ
           IF PRV-END-OF-FILE
              GO TO 3200-EXIT
           END-IF
           MOVE PRV-CUSTOMER-ID TO WS-PRV-CUST-KEY
           MOVE PRV-CUST-RECORD TO WS-PRV-CUST-CMP
           MOVE SPACES          TO WS-PRV-CUST-CMP(102:5)
           .
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOWER KEY ON WBCUSTDB = NEW CUSTOMER; LOWER KEY ON THE
      *    SNAPSHOT = CUSTOMER GONE SINCE THE LAST RUN (SENT WITH ITS
      *    LAST-KNOWN IMAGE); SAME KEY = UPDATE IF ANYTHING BUT THE
      *    PIN FIELDS DIFFERS
       3300-MATCH-ONE-CUST.
           MOVE SPACES          TO WBCDC-RECORD
           SET CDC-REC-DETAIL   TO TRUE
           SET CDC-FILE-CUST    TO TRUE

           IF WS-PRV-CUST-KEY < WS-CUR-CUST-KEY
              SET CDC-DELETE    TO TRUE
              MOVE PRV-CUST-RECORD TO CDC-IMAGE
              MOVE SPACES       TO CDC-IMAGE(102:4)
              PERFORM 2400-WRITE-DETAIL  THRU 2400-EXIT
              PERFORM 3200-READ-PRV-CUST THRU 3200-EXIT
              GO TO 3300-EXIT
           END-IF

           MOVE WBCUST-RECORD   TO SNAP-CUST-RECORD
           WRITE SNAP-CUST-RECORD
           MOVE    'ERROR WRITING CUSTSNAP' TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK       THRU 9995-EXIT
           ADD 1 TO WS-SNAP-COUNT

           MOVE WBCUST-RECORD   TO CDC-IMAGE
           MOVE SPACES          TO CDC-IMAGE(102:4)
           IF WS-CUR-CUST-KEY < WS-PRV-CUST-KEY
              SET CDC-INSERT    TO TRUE
              PERFORM 2400-WRITE-DETAIL  THRU 2400-EXIT
              PERFORM 3100-READ-CUR-CUST THRU 3100-EXIT
              GO TO 3300-EXIT
           END-IF

           IF WS-CUR-CUST-CMP NOT = WS-PRV-CUST-CMP
              SET CDC-UPDATE    TO TRUE
              PERFORM 2400-WRITE-DETAIL  THRU 2400-EXIT
           END-IF
           PERFORM 3100-READ-CUR-CUST THRU 3100-EXIT
           PERFORM 3200-READ-PRV-CUST THRU 3200-EXIT
           .
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4000-WRITE-TRAILER.
           MOVE '4000-WRITE-TRAILER' TO ERR-LOC

           MOVE SPACES             TO WBCDC-RECORD
           SET CDC-REC-TRAILER     TO TRUE
           MOVE WS-ACCT-COUNT      TO CDC-T-ACCT-COUNT
           MOVE WS-TXN-COUNT       TO CDC-T-TXN-COUNT
           MOVE WS-CUST-COUNT      TO CDC-T-CUST-COUNT
           MOVE WS-INSERT-COUNT    TO CDC-T-INSERT-COUNT
           MOVE WS-UPDATE-COUNT    TO CDC-T-UPDATE-COUNT
           MOVE WS-DELETE-COUNT    TO CDC-T-DELETE-COUNT
           MOVE WS-DETAIL-COUNT    TO CDC-T-DETAIL-COUNT
           MOVE WS-ACCT-BAL-TOTAL  TO CDC-T-ACCT-BAL-TOTAL
           MOVE WS-TXN-AMT-TOTAL   TO CDC-T-TXN-AMT-TOTAL
           WRITE WBCDC-RECORD
           MOVE    'ERROR WRITING CDCOUT' TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK     THRU 9995-EXIT

           CLOSE CDC-OP
           MOVE    'ERROR CLOSING CDCOUT' TO ERR-MSG
           PERFORM 9995-SEQ-ERR-CHK     THRU 9995-EXIT
           .
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       5000-HOUSEKEEPING.
           MOVE '5000-HOUSEKEEPING' TO ERR-LOC

           IF NOT WS-FULL-REFRESH
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE 'JOURNAL IMAGES READ         :' TO WS-D-LABEL
              MOVE WS-JRN-READ-COUNT     TO WS-D-COUNT
              WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE 'JOURNAL IMAGES NOT EXTRACTED:' TO WS-D-LABEL
              MOVE WS-JRN-SKIP-COUNT     TO WS-D-COUNT
              WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
              WRITE RPT-OP-FIELDS FROM WS-SPACE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ACCOUNT RECORDS SENT        :' TO WS-D-LABEL
           MOVE WS-ACCT-COUNT         TO WS-D-COUNT
           MOVE WS-ACCT-BAL-TOTAL     TO WS-D-AMOUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'TRANSACTION RECORDS SENT    :' TO WS-D-LABEL
           MOVE WS-TXN-COUNT          TO WS-D-COUNT
           MOVE WS-TXN-AMT-TOTAL      TO WS-D-AMOUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'CUSTOMER RECORDS SENT       :' TO WS-D-LABEL
           MOVE WS-CUST-COUNT         TO WS-D-COUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'INSERTS                     :' TO WS-D-LABEL
           MOVE WS-INSERT-COUNT       TO WS-D-COUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'UPDATES                     :' TO WS-D-LABEL
           MOVE WS-UPDATE-COUNT       TO WS-D-COUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'DELETES                     :' TO WS-D-LABEL
           MOVE WS-DELETE-COUNT       TO WS-D-COUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'DETAIL RECORDS WRITTEN      :' TO WS-D-LABEL
           MOVE WS-DETAIL-COUNT       TO WS-D-COUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'CUSTOMER SNAPSHOT RECORDS   :' TO WS-D-LABEL
           MOVE WS-SNAP-COUNT         TO WS-D-COUNT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       5000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOAD THE STATUS OF ONE VSAM FILE FOR 9999-VSAM-ERR-CHK
       9990-ACCT-STATUS.
           MOVE WBACCTDB-FILE-STATUS     TO WS-CHK-FILE-STATUS
           MOVE ACCT-VSAM-RETURN-CODE    TO WS-CHK-RETURN-CODE
           MOVE ACCT-VSAM-COMPONENT-CODE TO WS-CHK-COMPONENT-CODE
           MOVE ACCT-VSAM-REASON-CODE    TO WS-CHK-REASON-CODE
           PERFORM 9999-VSAM-ERR-CHK   THRU 9999-EXIT
           .
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-TXN-STATUS.
           MOVE WBTXNDB-FILE-STATUS      TO WS-CHK-FILE-STATUS
           MOVE TXN-VSAM-RETURN-CODE     TO WS-CHK-RETURN-CODE
           MOVE TXN-VSAM-COMPONENT-CODE  TO WS-CHK-COMPONENT-CODE
           MOVE TXN-VSAM-REASON-CODE     TO WS-CHK-REASON-CODE
           PERFORM 9999-VSAM-ERR-CHK   THRU 9999-EXIT
           .
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-WORK-STATUS.
           MOVE CDCWORK-FILE-STATUS      TO WS-CHK-FILE-STATUS
           MOVE CW-VSAM-RETURN-CODE      TO WS-CHK-RETURN-CODE
           MOVE CW-VSAM-COMPONENT-CODE   TO WS-CHK-COMPONENT-CODE
           MOVE CW-VSAM-REASON-CODE      TO WS-CHK-REASON-CODE
           PERFORM 9999-VSAM-ERR-CHK   THRU 9999-EXIT
           .
       9992-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-CUST-STATUS.
           MOVE WBCUSTDB-FILE-STATUS     TO WS-CHK-FILE-STATUS
           MOVE CUST-VSAM-RETURN-CODE    TO WS-CHK-RETURN-CODE
           MOVE CUST-VSAM-COMPONENT-CODE TO WS-CHK-COMPONENT-CODE
           MOVE CUST-VSAM-REASON-CODE    TO WS-CHK-REASON-CODE
           PERFORM 9999-VSAM-ERR-CHK   THRU 9999-EXIT
           .
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-SEQ-ERR-CHK.
           EVALUATE TRUE
               WHEN CDCOUT-STAT = 0 AND CUSTSNAP-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' CDCOUT-STAT '/' CUSTSNAP-STAT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-JRN-ERR-CHK.
           EVALUATE TRUE
               WHEN JRNIN-STAT = 0
                    CONTINUE

               WHEN JRNIN-STAT = 10
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' JRNIN-STAT
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
           MOVE WS-CHK-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WS-CHK-FILE-STATUS = '00'
                    CONTINUE

               WHEN WS-CHK-FILE-STATUS = '10'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE WS-CHK-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE WS-CHK-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE WS-CHK-REASON-CODE
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
