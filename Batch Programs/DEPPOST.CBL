      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. DEPPOST.
      ****************************************************************
      * This program posts the inbound deposit file on DEPIN-DD      *
      * (remote-capture and lockbox deposits) to the checking and    *
      * savings accounts on WBACCTDB-DD. Each good item posts as a   *
      * WBTXNDB-DD credit; each failed item goes to the returned-    *
      * deposits file on DEPRETS-DD with a reason. Every posted item *
      * is held on WBHOLDDB-DD by the hold policy for its deposit    *
      * type on WBHPOLDB-DD - the next-day amount released, the rest *
      * held for the standard days or the longest exception (new     *
      * account, large deposit, repeated overdrafts) - and every     *
      * exception hold queues a hold notice on NTFQUEUE-DD. Without  *
      * an effective policy entry the whole item is held for two     *
      * days, the teller window's standard hold. The posting report  *
      * carries control totals that tie input items to posted plus   *
      * returned.                                                    *
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
           SELECT DEP-IP     ASSIGN TO DEPIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS DEPIN-STAT.

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

           SELECT WBHOLDDB-FILE
               ASSIGN       TO WBHOLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS WBHOLDDB-VSAM-CODE.

           SELECT WBHPOLDB-FILE
               ASSIGN       TO WBHPOLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HPL-KEY
               FILE STATUS  IS WBHPOLDB-FILE-STATUS.

           SELECT RET-OP     ASSIGN TO DEPRETS
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RETITEM-STAT.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

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

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.

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

      *    INBOUND DEPOSIT ITEM - A BLANK DEPOSIT TYPE IS TAKEN AS A
      *    CHECK DRAWN ON ANOTHER BANK (LC), THE USUAL CAPTURED ITEM
       FD  DEP-IP
           RECORD CONTAINS 80.
       01  DEP-RECORD.
           05 DEP-SSN                    PIC X(09).
           05 DEP-ACCT-NUM               PIC X(10).
           05 DEP-REFERENCE              PIC X(10).
           05 DEP-AMOUNT                 PIC 9(11)V99.
           05 DEP-DATE                   PIC X(10).
           05 DEP-TYPE                   PIC X(02).
           05 FILLER                     PIC X(26).

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBHPOLDB-FILE.
           COPY WBHPLREC.

       FD  RET-OP
           RECORD CONTAINS 100.
       01  RET-RECORD.
           05 RET-SSN                    PIC X(09).
           05 RET-ACCT-NUM               PIC X(10).
           05 RET-REFERENCE              PIC X(10).
           05 RET-AMOUNT                 PIC 9(11)V99.
           05 RET-DATE                   PIC X(10).
           05 RET-REASON                 PIC X(20).
           05 FILLER                     PIC X(28).

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBHPOLDB-FILE-STATUS          PIC X(02) VALUE SPACES.

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

       01  WBHOLDDB-FILE-STATUS.
           05  STA-HLD-STAT1             PIC X(01).
           05  STA-HLD-STAT2             PIC X(01).
       01  WBHOLDDB-VSAM-CODE.
           05 HLD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 HLD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 HLD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(36)  VALUE
                                  '  INBOUND DEPOSIT POSTING RUN'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(13)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(13)  VALUE 'REFERENCE'.
              10 FILLER        PIC X(17)  VALUE 'AMOUNT'.
              10 FILLER        PIC X(05)  VALUE 'TYPE'.
              10 FILLER        PIC X(30)  VALUE 'DISPOSITION'.
              10 FILLER        PIC X(43)  VALUE 'HOLD'.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(13).
              10 WS-D-REF      PIC X(13).
              10 WS-D-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-TYPE     PIC X(05).
              10 WS-D-DISP     PIC X(30).
              10 WS-D-HOLD     PIC X(43).

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS READ                :'.
              10 WS-TR-IN-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS POSTED              :'.
              10 WS-TR-PST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-PST-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS RETURNED            :'.
              10 WS-TR-RET-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-RET-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOLDS PLACED              :'.
              10 WS-TR-HLD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-HLD-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOLD NOTICES QUEUED       :'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-READ-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-POST-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-POST-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-RETURN-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-RETURN-AMOUNT         PIC S9(13)V99 VALUE ZERO.
           05 WS-HOLD-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-HOLD-TOTAL            PIC S9(13)V99 VALUE ZERO.
           05 WS-NOTICE-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-RETURN-REASON         PIC X(20)     VALUE SPACES.
           05 WS-DEP-TYPE              PIC X(02)     VALUE SPACES.
              88 DEP-TYPE-VALID                      VALUE 'CA' 'OC'
                                                           'LC' 'GV'.

      *    HOLD POLICY (WBHPOLDB) - OPTIONAL; WITHOUT AN EFFECTIVE
      *    ENTRY FOR THE ITEM'S TYPE THE WHOLE ITEM IS HELD FOR THE
      *    DEFAULT DAYS
       01  WS-HOLD-VARS.
           05 WS-HOLD-DEFAULT-DAYS     PIC 9(03)     VALUE 2.
           05 WS-HPL-AVAIL-SW          PIC X(01)     VALUE 'N'.
              88 HOLD-POLICY-AVAILABLE               VALUE 'Y'.
           05 WS-HPL-SW                PIC X(01)     VALUE 'N'.
              88 HOLD-POLICY-IN-EFFECT               VALUE 'Y'.
           05 WS-HOLD-DAYS             PIC 9(03)     VALUE ZERO.
           05 WS-HOLD-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-HOLD-REASON           PIC X(14)     VALUE SPACES.
           05 WS-HOLD-EDIT-AMT         PIC Z(7)9.99.
           05 WS-HOLD-NEXT-SEQ         PIC 9(04)     VALUE ZERO.
           05 WS-HOLD-SCAN-SW          PIC X(01)     VALUE 'N'.
              88 HOLD-SCAN-DONE                      VALUE 'Y'.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-HOLD-REL-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-HOLD-REL-ISO          PIC X(10)     VALUE SPACES.
           05 WS-HOLD-CALC-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-NEW-CUTOFF-ISO        PIC X(10)     VALUE SPACES.
           05 WS-OD-CUTOFF-ISO         PIC X(10)     VALUE SPACES.
           05 WS-OPEN-ISO              PIC X(10)     VALUE SPACES.
           05 WS-TXN-ISO               PIC X(10)     VALUE SPACES.
           05 WS-OD-FOUND              PIC 9(04)     VALUE ZERO.
           05 WS-TXNSCAN-SW            PIC X(01)     VALUE 'N'.
              88 TXN-SCAN-DONE                       VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'DEPPOST'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 DEPIN-STAT       PIC 9(02)  VALUE ZERO.
           05 RETITEM-STAT     PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ACCT-NOTFND-FLAG PIC X(01)  VALUE 'N'.
              88 ACCT-NOT-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM POSTS EACH INBOUND DEPOSIT ITEM AS A WBTXNDB-DD
      * CREDIT, HOLDS IT BY THE HOLD POLICY FOR ITS DEPOSIT TYPE,
      * QUEUES A HOLD NOTICE FOR EVERY EXCEPTION HOLD, AND RETURNS
      * EVERYTHING ELSE WITH A REASON.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT DEP-IP
           MOVE       'ERROR OPENING DEPIN'      TO ERR-MSG
           PERFORM 9994-DEP-ERR-CHK             THRU 9994-EXIT

           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN I-O WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

           OPEN I-O WBHOLDDB-FILE
           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK             THRU 9992-EXIT

      *    THE HOLD POLICY IS OPTIONAL - WITHOUT IT EVERY ITEM IS
      *    HELD IN FULL FOR THE DEFAULT DAYS
           OPEN INPUT WBHPOLDB-FILE
           IF WBHPOLDB-FILE-STATUS = '00'
              SET HOLD-POLICY-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-ITEMS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE DEP-IP
           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           CLOSE WBHOLDDB-FILE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK         THRU 9992-EXIT

           IF HOLD-POLICY-AVAILABLE
              CLOSE WBHPOLDB-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

      *    THE FORWARD-RECOVERY JOURNAL IS A SHARED DATASET APPENDED
      *    TO BY EVERY UPDATER - A FIRST-EVER RUN CREATES IT. A
      *    REGION WITHOUT THE DATASET POSTS ON WITHOUT JOURNALING.
           OPEN EXTEND JRN-OP
           IF RCVJRN-STAT = 35
              OPEN OUTPUT JRN-OP
           END-IF

           OPEN OUTPUT RET-OP
           MOVE    'ERROR OPENING DEPRETS'  TO ERR-MSG
           PERFORM 9995-RET-ERR-CHK        THRU 9995-EXIT

      *    HOLD NOTICES JOIN THE SHARED NOTIFICATION QUEUE - A
      *    FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

      *    THE SIX-MONTH CUTOFF FOR COUNTING OVERDRAFT CHARGES - THE
      *    NEW-ACCOUNT CUTOFF DEPENDS ON EACH TYPE'S AGE AND IS
      *    TAKEN WITH THE POLICY ENTRY
           COMPUTE WS-HOLD-CALC-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 182)
           STRING WS-HOLD-CALC-NUM(1:4) '-'
                  WS-HOLD-CALC-NUM(5:2) '-'
                  WS-HOLD-CALC-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-OD-CUTOFF-ISO

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
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
       2000-PROCESS-ALL-ITEMS.
           MOVE '2000-PROCESS-ALL-ITEMS' TO ERR-LOC

           READ DEP-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF NOT END-OF-FILE
              ADD 1 TO WS-READ-COUNT
              PERFORM 2100-POST-ONE-ITEM THRU 2100-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-POST-ONE-ITEM.
           MOVE '2100-POST-ONE-ITEM' TO ERR-LOC
           MOVE 'N'                  TO ACCT-NOTFND-FLAG
           MOVE SPACES               TO WS-RETURN-REASON

           MOVE DEP-TYPE TO WS-DEP-TYPE
           IF WS-DEP-TYPE = SPACES
              MOVE 'LC' TO WS-DEP-TYPE
           END-IF

           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE DEP-SSN        TO WS-D-SSN
           MOVE DEP-ACCT-NUM   TO WS-D-ACCT
           MOVE DEP-REFERENCE  TO WS-D-REF
           MOVE WS-DEP-TYPE    TO WS-D-TYPE

           IF DEP-AMOUNT IS NOT NUMERIC
              MOVE 'BAD AMOUNT'        TO WS-RETURN-REASON
           ELSE
              MOVE DEP-AMOUNT          TO WS-D-AMOUNT
              IF DEP-AMOUNT = 0
                 MOVE 'BAD AMOUNT'     TO WS-RETURN-REASON
              END-IF
           END-IF
           IF WS-RETURN-REASON = SPACES
              AND NOT DEP-TYPE-VALID
              MOVE 'BAD DEPOSIT TYPE'  TO WS-RETURN-REASON
           END-IF

           IF WS-RETURN-REASON = SPACES
              MOVE DEP-SSN        TO ACCOUNT-SSN
              MOVE DEP-ACCT-NUM   TO ACCOUNT-NUMBER
              READ WBACCTDB-FILE
                 INVALID KEY SET ACCT-NOT-FOUND TO TRUE
              END-READ

              EVALUATE TRUE
                 WHEN ACCT-NOT-FOUND
                    MOVE 'NO ACCOUNT'         TO WS-RETURN-REASON
                 WHEN ACCOUNT-CLOSED
                    MOVE 'ACCOUNT CLOSED'     TO WS-RETURN-REASON
                 WHEN ACCOUNT-TYPE-CHK
                    ADD DEP-AMOUNT TO ACCOUNT-CHK-BAL
                    ADD 1          TO ACCOUNT-CHK-DETAIL-ITEMS
                    MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
                 WHEN ACCOUNT-TYPE-SAV
                    ADD DEP-AMOUNT TO ACCOUNT-SAV-BAL
                    ADD 1          TO ACCOUNT-SAV-DETAIL-ITEMS
                    MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
                 WHEN OTHER
                    MOVE 'ACCT TYPE NOT ELIG' TO WS-RETURN-REASON
              END-EVALUATE
           END-IF

           IF WS-RETURN-REASON = SPACES
              PERFORM 2120-POST-CREDIT THRU 2120-EXIT
              PERFORM 2150-PLACE-HOLD  THRU 2150-EXIT
              MOVE 'POSTED' TO WS-D-DISP
              ADD 1          TO WS-POST-COUNT
              ADD DEP-AMOUNT TO WS-POST-AMOUNT
           ELSE
              PERFORM 2130-RETURN-ITEM THRU 2130-EXIT
              STRING 'RETURNED - ' WS-RETURN-REASON
                     DELIMITED BY SIZE INTO WS-D-DISP
              ADD 1          TO WS-RETURN-COUNT
              IF DEP-AMOUNT IS NUMERIC
                 ADD DEP-AMOUNT TO WS-RETURN-AMOUNT
              END-IF
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2120-POST-CREDIT.
           MOVE '2120-POST-CREDIT' TO ERR-LOC

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN     TO TXN-SSN
           MOVE ACCOUNT-NUMBER  TO TXN-ACCT-NUM
           SET  TXN-TYPE-CREDIT TO TRUE
           MOVE WS-DATE-R       TO TXN-DATE
           MOVE DEP-AMOUNT      TO TXN-AMOUNT
           MOVE SPACES          TO TXN-MEMO
           STRING 'DEPOSIT ' DEP-REFERENCE
                  DELIMITED BY SIZE INTO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2130-RETURN-ITEM.
           MOVE '2130-RETURN-ITEM' TO ERR-LOC

           MOVE SPACES           TO RET-RECORD
           MOVE DEP-SSN          TO RET-SSN
           MOVE DEP-ACCT-NUM     TO RET-ACCT-NUM
           MOVE DEP-REFERENCE    TO RET-REFERENCE
           IF DEP-AMOUNT IS NUMERIC
              MOVE DEP-AMOUNT    TO RET-AMOUNT
           ELSE
              MOVE ZERO          TO RET-AMOUNT
           END-IF
           MOVE DEP-DATE         TO RET-DATE
           MOVE WS-RETURN-REASON TO RET-REASON

           WRITE RET-RECORD
           MOVE    'ERROR WRITING DEPRETS'  TO ERR-MSG
           PERFORM 9995-RET-ERR-CHK       THRU 9995-EXIT
           .
       2130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    HOLD THE POSTED ITEM UNDER THE ACCOUNT'S NEXT FREE HOLD
      *    SEQUENCE. AN EXCEPTION HOLD QUEUES A HOLD NOTICE NAMING
      *    THE REASON AND THE DATE THE FUNDS BECOME AVAILABLE.
       2150-PLACE-HOLD.
           MOVE '2150-PLACE-HOLD' TO ERR-LOC

           PERFORM 2140-APPLY-HOLD-POLICY THRU 2140-EXIT
           IF WS-HOLD-AMOUNT NOT > 0 OR WS-HOLD-DAYS = 0
              MOVE 'NO HOLD' TO WS-D-HOLD
              GO TO 2150-EXIT
           END-IF

           COMPUTE WS-HOLD-REL-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 + WS-HOLD-DAYS)
           STRING WS-HOLD-REL-NUM(1:4) '-' WS-HOLD-REL-NUM(5:2) '-'
                  WS-HOLD-REL-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-HOLD-REL-ISO

           MOVE 1   TO WS-HOLD-NEXT-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-SW
           MOVE DEP-SSN      TO HLD-SSN
           MOVE DEP-ACCT-NUM TO HLD-ACCT-NUM
           MOVE ZERO         TO HLD-SEQ
           START WBHOLDDB-FILE KEY >= HLD-KEY
              INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2160-SCAN-ONE-HOLD THRU 2160-EXIT
              UNTIL HOLD-SCAN-DONE

           MOVE DEP-SSN          TO HLD-SSN
           MOVE DEP-ACCT-NUM     TO HLD-ACCT-NUM
           MOVE WS-HOLD-NEXT-SEQ TO HLD-SEQ
           MOVE WS-HOLD-AMOUNT   TO HLD-AMOUNT
           MOVE WS-DATE-R        TO HLD-PLACED-DATE
           MOVE WS-HOLD-REL-ISO  TO HLD-RELEASE-DATE
           MOVE 'A'              TO HLD-STATUS-CODE
           WRITE WBHLD-RECORD
           MOVE    'ERROR WRITING WBHOLDDB' TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK       THRU 9992-EXIT

           ADD 1              TO WS-HOLD-COUNT
           ADD WS-HOLD-AMOUNT TO WS-HOLD-TOTAL
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-EDIT-AMT
           STRING 'HELD ' WS-HOLD-EDIT-AMT ' TO ' WS-HOLD-REL-ISO
                  ' ' WS-HOLD-REASON
                  DELIMITED BY SIZE INTO WS-D-HOLD

           IF WS-HOLD-REASON NOT = SPACES
              MOVE DEP-SSN         TO NTF-SSN
              MOVE DEP-ACCT-NUM    TO NTF-ACCT-NUM
              MOVE WS-DATE-R       TO NTF-DATE
              SET  NTF-TYPE-HOLD-NOTICE TO TRUE
              MOVE SPACES          TO NTF-TEXT
              STRING 'DEPOSIT HOLD ' WS-HOLD-EDIT-AMT
                     ' AVAILABLE '   WS-HOLD-REL-ISO
                     ' '             WS-HOLD-REASON
                     DELIMITED BY SIZE INTO NTF-TEXT
              WRITE WBNTF-RECORD
              MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
              PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
              ADD 1 TO WS-NOTICE-COUNT
           END-IF
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DERIVE THE HOLD FROM THE POLICY ENTRY FOR THE ITEM'S
      *    DEPOSIT TYPE - THE NEXT-DAY AMOUNT IS RELEASED, THE REST
      *    HELD FOR THE STANDARD DAYS, AND THE LONGEST EXCEPTION
      *    (NEW ACCOUNT, LARGE DEPOSIT, REPEATED OVERDRAFTS) WINS AND
      *    NAMES THE REASON
       2140-APPLY-HOLD-POLICY.
           MOVE DEP-AMOUNT           TO WS-HOLD-AMOUNT
           MOVE WS-HOLD-DEFAULT-DAYS TO WS-HOLD-DAYS
           MOVE SPACES               TO WS-HOLD-REASON
           MOVE 'N'                  TO WS-HPL-SW

           IF NOT HOLD-POLICY-AVAILABLE
              GO TO 2140-EXIT
           END-IF
           MOVE WS-DEP-TYPE TO HPL-DEP-TYPE
           READ WBHPOLDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF HPL-EFFECTIVE-DATE NOT > WS-DATE-R
                    SET HOLD-POLICY-IN-EFFECT TO TRUE
                 END-IF
           END-READ
           IF NOT HOLD-POLICY-IN-EFFECT
              GO TO 2140-EXIT
           END-IF

           COMPUTE WS-HOLD-AMOUNT = DEP-AMOUNT - HPL-NEXT-DAY-AMT
           IF WS-HOLD-AMOUNT < 0
              MOVE ZERO TO WS-HOLD-AMOUNT
           END-IF
           MOVE HPL-STD-DAYS TO WS-HOLD-DAYS

           COMPUTE WS-HOLD-CALC-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - HPL-NEW-ACCT-AGE)
           STRING WS-HOLD-CALC-NUM(1:4) '-'
                  WS-HOLD-CALC-NUM(5:2) '-'
                  WS-HOLD-CALC-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-NEW-CUTOFF-ISO

      *    THE ITEM JUST POSTED IS DATED TODAY, SO AN ACCOUNT WITH
      *    NO EARLIER ITEM AGES FROM TODAY AND IS A NEW ACCOUNT
           MOVE SPACES TO WS-OPEN-ISO
           MOVE ZERO   TO WS-OD-FOUND
           IF HPL-NEW-ACCT-AGE > 0 OR HPL-OD-COUNT > 0
              MOVE 'N'          TO WS-TXNSCAN-SW
              MOVE DEP-SSN      TO TXN-SSN
              MOVE DEP-ACCT-NUM TO TXN-ACCT-NUM
              MOVE ZERO         TO TXN-ITEM-NUM
              START WBTXNDB-FILE KEY >= TXN-KEY
                 INVALID KEY SET TXN-SCAN-DONE TO TRUE
              END-START
              PERFORM 2145-SCAN-ONE-TXN THRU 2145-EXIT
                 UNTIL TXN-SCAN-DONE
           END-IF

           IF HPL-NEW-ACCT-AGE > 0
              AND WS-OPEN-ISO > WS-NEW-CUTOFF-ISO
              AND HPL-NEW-ACCT-DAYS > WS-HOLD-DAYS
              MOVE HPL-NEW-ACCT-DAYS TO WS-HOLD-DAYS
              MOVE 'NEW ACCOUNT'     TO WS-HOLD-REASON
           END-IF
           IF HPL-LARGE-AMT > 0
              AND DEP-AMOUNT > HPL-LARGE-AMT
              AND HPL-LARGE-DAYS > WS-HOLD-DAYS
              MOVE HPL-LARGE-DAYS    TO WS-HOLD-DAYS
              MOVE 'LARGE DEPOSIT'   TO WS-HOLD-REASON
           END-IF
           IF HPL-OD-COUNT > 0
              AND WS-OD-FOUND NOT < HPL-OD-COUNT
              AND HPL-OD-DAYS > WS-HOLD-DAYS
              MOVE HPL-OD-DAYS       TO WS-HOLD-DAYS
              MOVE 'REPEATED OD'     TO WS-HOLD-REASON
           END-IF
           .
       2140-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE FIRST ITEM IS THE ACCOUNT'S OPENING ITEM; OVERDRAFT
      *    CHARGES AFTER THE SIX-MONTH CUTOFF ARE COUNTED. ONLINE
      *    ITEMS CARRY MM/DD/YYYY, BATCH ITEMS YYYY-MM-DD.
       2145-SCAN-ONE-TXN.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-SCAN-DONE TO TRUE
           END-READ
           IF TXN-SCAN-DONE
              GO TO 2145-EXIT
           END-IF
           IF TXN-SSN NOT = DEP-SSN
              OR TXN-ACCT-NUM NOT = DEP-ACCT-NUM
              SET TXN-SCAN-DONE TO TRUE
              GO TO 2145-EXIT
           END-IF

           IF TXN-DATE(5:1) = '-'
              MOVE TXN-DATE TO WS-TXN-ISO
           ELSE
              MOVE SPACES TO WS-TXN-ISO
              STRING TXN-DATE(7:4) '-' TXN-DATE(1:2) '-'
                     TXN-DATE(4:2) DELIMITED BY SIZE
                     INTO WS-TXN-ISO
           END-IF
           IF WS-OPEN-ISO = SPACES
              MOVE WS-TXN-ISO TO WS-OPEN-ISO
           END-IF
           IF TXN-TYPE-ODCHG
              AND WS-TXN-ISO > WS-OD-CUTOFF-ISO
              ADD 1 TO WS-OD-FOUND
           END-IF
           .
       2145-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-SCAN-ONE-HOLD.
           READ WBHOLDDB-FILE NEXT
              AT END SET HOLD-SCAN-DONE TO TRUE
           END-READ
           IF NOT HOLD-SCAN-DONE
              IF HLD-SSN NOT = DEP-SSN
                 OR HLD-ACCT-NUM NOT = DEP-ACCT-NUM
                 SET HOLD-SCAN-DONE TO TRUE
              ELSE
                 IF HLD-SEQ >= WS-HOLD-NEXT-SEQ
                    COMPUTE WS-HOLD-NEXT-SEQ = HLD-SEQ + 1
                 END-IF
              END-IF
           END-IF
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-WRITE-RECORD.
           MOVE '2500-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-READ-COUNT     TO WS-TR-IN-CNT
           MOVE WS-POST-COUNT     TO WS-TR-PST-CNT
           MOVE WS-POST-AMOUNT    TO WS-TR-PST-AMT
           MOVE WS-RETURN-COUNT   TO WS-TR-RET-CNT
           MOVE WS-RETURN-AMOUNT  TO WS-TR-RET-AMT
           MOVE WS-HOLD-COUNT     TO WS-TR-HLD-CNT
           MOVE WS-HOLD-TOTAL     TO WS-TR-HLD-AMT
           MOVE WS-NOTICE-COUNT   TO WS-TR-NTF-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF WS-READ-COUNT NOT = WS-POST-COUNT + WS-RETURN-COUNT
              DISPLAY 'DEPPOST - CONTROL TOTALS DO NOT RECONCILE'
              MOVE 8 TO RETURN-CODE
           END-IF

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           CLOSE  NTF-FILE
           MOVE   'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK    THRU 9993-EXIT

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           CLOSE  RET-OP
           MOVE   'ERROR CLOSING DEPRETS' TO ERR-MSG
           PERFORM 9995-RET-ERR-CHK    THRU 9995-EXIT

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

           MOVE 'DEPPOST ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-READ-COUNT   TO RLG-IN-COUNT
           MOVE WS-POST-COUNT   TO RLG-OUT-COUNT
           MOVE WS-RETURN-COUNT TO RLG-REJ-COUNT
           MOVE WS-POST-AMOUNT  TO RLG-DOLLAR-TOTAL
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
       9992-HLD-ERR-CHK.
           MOVE WBHOLDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBHOLDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBHOLDDB-FILE-STATUS = '10'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE HLD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE HLD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE HLD-VSAM-REASON-CODE
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
       9992-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-NTF-ERR-CHK.
           EVALUATE TRUE
               WHEN NTFQUE-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' NTFQUE-STAT
                    STOP RUN
           END-EVALUATE
           .
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-DEP-ERR-CHK.
           EVALUATE TRUE
               WHEN DEPIN-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' DEPIN-STAT
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-RET-ERR-CHK.
           EVALUATE TRUE
               WHEN RETITEM-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RETITEM-STAT
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
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
