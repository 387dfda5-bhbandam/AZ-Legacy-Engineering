      * verified, a difference posts the adjustment (debit or        *
      * credit), resizes the hold to the verified amount, and        *
      * queues an 'EV' discrepancy notice on NTFQUEUE-DD so the      *
      * customer hears it from us first. Where the branch keys the   *
      * MICR line of the check in the envelope, the check is added   *
      * to the deposited-item history on WBDITMDB-DD so a later      *
      * mobile deposit of it is returned as a duplicate; a check     *
      * already on the history is flagged for the branch to recover. *
      * The report accounts for every verification card.             *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS WBHOLDDB-VSAM-CODE.

           SELECT WBDITMDB-FILE
               ASSIGN       TO WBDITMDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DIT-KEY
               FILE STATUS  IS WBDITMDB-FILE-STATUS.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.
      *--------------
       FILE SECTION.

      *    VERIFIED-AMOUNT CARDS FROM THE BRANCH, ONE PER ENVELOPE -
      *    THE MICR LINE IS KEYED WHEN THE ENVELOPE HOLDS ONE CHECK
       FD  VER-IP
           RECORD CONTAINS 80.
       01  VER-RECORD.
           05 VER-ACCT-NUM               PIC X(10).
           05 VER-ITEM-NUM               PIC 9(07).
           05 VER-AMOUNT                 PIC 9(11)V99.
           05 VER-MICR-ROUTING           PIC X(09).
           05 VER-MICR-ACCT              PIC X(17).
           05 VER-MICR-SERIAL            PIC X(10).
           05 FILLER                     PIC X(05).

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.
       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBDITMDB-FILE.
           COPY WBDITREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBDITMDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CHECKS ADDED TO HISTORY   :'.
              10 WS-TR-ITM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DUPLICATE CHECKS FLAGGED  :'.
              10 WS-TR-DUP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-DUP-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

      *    SECOND LINE UNDER AN ENVELOPE WHOSE CHECK WAS ALREADY
      *    DEPOSITED ELSEWHERE
           05 WS-DUP-LINE.
              10 FILLER        PIC X(33)  VALUE SPACES.
              10 FILLER        PIC X(36)  VALUE
                                 '*** DUPLICATE CHECK - DEPOSITED BY '.
              10 WS-DL-CHANNEL PIC X(07).
              10 FILLER        PIC X(04)  VALUE ' ON '.
              10 WS-DL-DATE    PIC X(10).
              10 FILLER        PIC X(09)  VALUE ' TO ACCT '.
              10 WS-DL-ACCT    PIC X(10).
              10 FILLER        PIC X(23)  VALUE SPACES.

       01  WS-VARS.
           05 WS-OK-COUNT              PIC 9(07)       VALUE ZERO.
           05 WS-ADJ-COUNT             PIC 9(07)       VALUE ZERO.
           05 WS-ADJ-AMOUNT            PIC S9(13)V99   VALUE ZERO.
           05 WS-DIFFERENCE            PIC S9(13)V99   VALUE ZERO.
           05 WS-KEYED-AMOUNT          PIC S9(13)V99   VALUE ZERO.
           05 WS-ITEM-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-DUP-COUNT             PIC 9(07)       VALUE ZERO.
           05 WS-DUP-AMOUNT            PIC S9(13)V99   VALUE ZERO.
           05 WS-DIT-AVAIL-SW          PIC X(01)       VALUE 'N'.
              88 ITEM-HISTORY-AVAILABLE                VALUE 'Y'.
           05 WS-DIT-FOUND-SW          PIC X(01)       VALUE 'N'.
              88 DUPLICATE-ITEM                        VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'ENVVERIF'.
           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9995-HLD-ERR-CHK             THRU 9995-EXIT

      *    THE DEPOSITED-ITEM HISTORY IS CREATED BY THE FIRST RUN
      *    THAT NEEDS IT; A REGION WITHOUT IT VERIFIES WITHOUT IT
           OPEN I-O WBDITMDB-FILE
           IF WBDITMDB-FILE-STATUS = '35'
              OPEN OUTPUT WBDITMDB-FILE
              CLOSE WBDITMDB-FILE
              OPEN I-O WBDITMDB-FILE
           END-IF
           IF WBDITMDB-FILE-STATUS = '00'
              SET ITEM-HISTORY-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-CARDS
              THRU 2000-EXIT
             UNTIL END-OF-FILE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9995-HLD-ERR-CHK         THRU 9995-EXIT

           IF ITEM-HISTORY-AVAILABLE
              CLOSE WBDITMDB-FILE
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT
           MOVE '2100-VERIFY-ONE-ENVELOPE' TO ERR-LOC
           MOVE 'N'                        TO TXN-NOTFND-FLAG
           MOVE 'N'                        TO ACCT-NOTFND-FLAG
           MOVE 'N'                        TO WS-DIT-FOUND-SW

           MOVE SPACES        TO WS-DETAIL-LINE
           MOVE VER-SSN       TO WS-D-SSN
              WHEN OTHER
                 MOVE TXN-AMOUNT TO WS-KEYED-AMOUNT WS-D-KEYED
                 PERFORM 2200-SETTLE-ENVELOPE THRU 2200-EXIT
                 PERFORM 2600-RECORD-CHECK    THRU 2600-EXIT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2900-WRITE-RECORD THRU 2900-EXIT

           IF DUPLICATE-ITEM
              MOVE WS-DUP-LINE TO RPT-OP-FIELDS
              PERFORM 2900-WRITE-RECORD THRU 2900-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ADD THE ENVELOPE'S CHECK TO THE DEPOSITED-ITEM HISTORY BY
      *    ITS MICR LINE. THE ENVELOPE HAS ALREADY POSTED, SO A CHECK
      *    ALREADY ON THE HISTORY CANNOT BE RETURNED HERE - IT IS
      *    FLAGGED ON THE REPORT FOR THE BRANCH TO RECOVER.
       2600-RECORD-CHECK.
           MOVE '2600-RECORD-CHECK' TO ERR-LOC

           IF NOT ITEM-HISTORY-AVAILABLE
              OR VER-MICR-ROUTING IS NOT NUMERIC
              OR VER-MICR-ACCT = SPACES
              OR VER-MICR-SERIAL IS NOT NUMERIC
              GO TO 2600-EXIT
           END-IF

           MOVE VER-MICR-ROUTING TO DIT-ROUTING
           MOVE VER-MICR-ACCT    TO DIT-MICR-ACCT
           MOVE VER-MICR-SERIAL  TO DIT-SERIAL
           READ WBDITMDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET DUPLICATE-ITEM TO TRUE
           END-READ

           IF DUPLICATE-ITEM
              EVALUATE TRUE
                 WHEN DIT-CHANNEL-MOBILE
                    MOVE 'MOBILE'  TO WS-DL-CHANNEL
                 WHEN DIT-CHANNEL-TELLER
                    MOVE 'TELLER'  TO WS-DL-CHANNEL
                 WHEN DIT-CHANNEL-ATM
                    MOVE 'ATM'     TO WS-DL-CHANNEL
                 WHEN OTHER
                    MOVE 'OTHER'   TO WS-DL-CHANNEL
              END-EVALUATE
              MOVE DIT-DEPOSIT-DATE TO WS-DL-DATE
              MOVE DIT-ACCT-NUM     TO WS-DL-ACCT
              ADD 1          TO WS-DUP-COUNT
              ADD VER-AMOUNT TO WS-DUP-AMOUNT
              GO TO 2600-EXIT
           END-IF

           MOVE SPACES           TO WBDIT-RECORD
           MOVE VER-MICR-ROUTING TO DIT-ROUTING
           MOVE VER-MICR-ACCT    TO DIT-MICR-ACCT
           MOVE VER-MICR-SERIAL  TO DIT-SERIAL
           SET  DIT-CHANNEL-ATM  TO TRUE
           MOVE VER-SSN          TO DIT-SSN
           MOVE VER-ACCT-NUM     TO DIT-ACCT-NUM
           MOVE VER-AMOUNT       TO DIT-AMOUNT
           MOVE WS-DATE-R        TO DIT-DEPOSIT-DATE
           MOVE VER-ITEM-NUM     TO DIT-ITEM-REF
           MOVE ERR-PGM          TO DIT-SOURCE-ID
           WRITE WBDIT-RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-ITEM-COUNT
           END-WRITE
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-RECORD.
           MOVE '2900-WRITE-RECORD'      TO ERR-LOC
           MOVE WS-ADJ-COUNT      TO WS-TR-ADJ-CNT
           MOVE WS-ADJ-AMOUNT     TO WS-TR-ADJ-AMT
           MOVE WS-REJ-COUNT      TO WS-TR-REJ-CNT
           MOVE WS-ITEM-COUNT     TO WS-TR-ITM-CNT
           MOVE WS-DUP-COUNT      TO WS-TR-DUP-CNT
           MOVE WS-DUP-AMOUNT     TO WS-TR-DUP-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

