      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. NTFBNCE.
      ****************************************************************
      * This program applies the messaging gateway's bounce file on  *
      * BOUNCEIN-DD - one record per email or text message the       *
      * gateway could not deliver - to the WBCNPFDB-DD delivery      *
      * preferences, so the customer falls back to printed letters.  *
      * The bounced address or number is marked on the preference    *
      * record and NTFYGEN prints every notice that would have gone  *
      * to it until a teller enters it again on WGRVCNTC. A bounce   *
      * for an address the customer has since changed is reported    *
      * and left alone.                                              *
      *                                                              *
      * Each customer newly fallen back gets a delivery-failure      *
      * ('DF') notice on NTFQUEUE-DD, which always prints. When the  *
      * outbound message file the bounces refer to is supplied on    *
      * MSGSENT-DD (the NTFYGEN MSGOUT-DD generation, WBOMSREC), the *
      * notices carried by each bounced message are queued again     *
      * under tonight's date so the NTFYGEN run that follows prints  *
      * them; the file is balanced against its control trailer as    *
      * it is read. Run this step ahead of NTFYGEN.                  *
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
           SELECT BNC-IP     ASSIGN TO BOUNCEIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS BOUNCEIN-STAT.

           SELECT OMS-IP     ASSIGN TO MSGSENT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS MSGSENT-STAT.

           SELECT WBCNPFDB-FILE
               ASSIGN       TO WBCNPFDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CNP-CUST-ID
               FILE STATUS  IS WBCNPFDB-FILE-STATUS WBCNPFDB-VSAM-CODE.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

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

      *    ONE RECORD PER UNDELIVERABLE MESSAGE, ECHOING THE MESSAGE
      *    ID, CHANNEL, CUSTOMER AND ADDRESS FROM THE WBOMSREC 'M'
      *    RECORD IT WAS SENT FROM
       FD  BNC-IP
           RECORD CONTAINS 100.
       01  BNC-RECORD.
           05 BNC-MSG-ID.
              10 BNC-MSG-DATE            PIC X(10).
              10 BNC-MSG-SEQ             PIC 9(07).
           05 BNC-CHANNEL                PIC X(01).
              88 BNC-CHANNEL-EMAIL              VALUE 'E'.
              88 BNC-CHANNEL-TEXT               VALUE 'T'.
           05 BNC-CUST-ID                PIC X(10).
           05 BNC-ADDRESS                PIC X(60).
      *       HB = ADDRESS REJECTED, UN = NUMBER NOT IN SERVICE,
      *       OP = CUSTOMER REPLIED STOP, OT = OTHER PERMANENT FAILURE
           05 BNC-REASON                 PIC X(02).
           05 BNC-BOUNCE-DATE            PIC X(10).

       FD  OMS-IP
           RECORD CONTAINS 200.
           COPY WBOMSREC.

       FD  WBCNPFDB-FILE.
           COPY WBCNPREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

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
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCNPFDB-FILE-STATUS.
           05  STA-CNP-STAT1             PIC X(01).
           05  STA-CNP-STAT2             PIC X(01).
       01  WBCNPFDB-VSAM-CODE.
           05 CNP-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CNP-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CNP-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(45)  VALUE SPACES.
              10 FILLER        PIC X(35)  VALUE
                                    'CUSTOMER NOTICE DELIVERY BOUNCES'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-COLUMN-HEADER.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(04)  VALUE 'CH'.
              10 FILLER        PIC X(42)  VALUE 'ADDRESS / NUMBER'.
              10 FILLER        PIC X(08)  VALUE 'REASON'.
              10 FILLER        PIC X(19)  VALUE 'MESSAGE ID'.
              10 FILLER        PIC X(42)  VALUE 'ACTION'.

           05 WS-DETAIL-LINE.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-DL-CUST-ID PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-DL-CHANNEL PIC X(01).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-DL-ADDRESS PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-DL-REASON  PIC X(02).
              10 FILLER        PIC X(06)  VALUE SPACES.
              10 WS-DL-MSG-ID  PIC X(17).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-DL-ACTION  PIC X(34).
              10 FILLER        PIC X(08)  VALUE SPACES.

           05 WS-NOTE-LINE.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-NL-TEXT    PIC X(60).
              10 FILLER        PIC X(67)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BOUNCES READ              :'.
              10 WS-TR-BNC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'FELL BACK TO PRINT        :'.
              10 WS-TR-FBK-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ALREADY ON PRINT          :'.
              10 WS-TR-ALR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ADDRESS SINCE CHANGED     :'.
              10 WS-TR-CHG-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BOUNCES REJECTED          :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NOTICES QUEUED FOR PRINT  :'.
              10 WS-TR-RQU-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BOUNCED MESSAGES NOT FOUND:'.
              10 WS-TR-NFD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  MESSAGE IDS BOUNCED TONIGHT, MATCHED AGAINST MSGSENT-DD      *
      *****************************************************************
       01  WS-BNC-TABLE.
           05 WS-BNC-COUNT             PIC 9(05)  COMP  VALUE ZERO.
           05 WS-BNC-ENTRY OCCURS 2000 TIMES
                           INDEXED BY BNC-IDX.
              10 WS-BNC-MSG-ID         PIC X(17).
              10 WS-BNC-MATCHED        PIC X(01).

       01  WS-VARS.
           05 WS-BOUNCE-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-FALLBACK-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-ALREADY-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-CHANGED-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-REJECT-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-REQUEUE-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-NOT-FOUND-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-SENT-READ-COUNT       PIC 9(09)     VALUE ZERO.
           05 WS-SENT-TRAILER-COUNT    PIC 9(09)     VALUE ZERO.
           05 WS-REQUEUE-SSN           PIC X(09)     VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'NTFBNCE'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 BOUNCEIN-STAT    PIC 9(02)  VALUE ZERO.
           05 MSGSENT-STAT     PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 OMS-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 OMS-END-OF-FILE          VALUE 'Y'.
           05 CNP-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 CNP-WAS-FOUND            VALUE 'Y'.
           05 REQUEUE-FLAG     PIC X(01)  VALUE 'N'.
              88 REQUEUE-THIS-MESSAGE     VALUE 'Y'.
           05 TRAILER-FLAG     PIC X(01)  VALUE 'N'.
              88 TRAILER-WAS-READ         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM FALLS CUSTOMERS WHOSE EMAIL OR TEXT MESSAGES
      * BOUNCED BACK TO PRINTED NOTICES AND QUEUES THE UNDELIVERED
      * NOTICES FOR TONIGHT'S NTFYGEN LETTER RUN.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           PERFORM 1200-READ-BOUNCE THRU 1200-EXIT
           PERFORM 2000-APPLY-ALL-BOUNCES
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE BNC-IP
           CLOSE WBCNPFDB-FILE
           MOVE      'ERROR CLOSING WBCNPFDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           PERFORM 2500-REQUEUE-NOTICES THRU 2500-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-COLUMN-HEADER
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           OPEN I-O WBCNPFDB-FILE
           MOVE       'ERROR OPENING WBCNPFDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN INPUT BNC-IP
           MOVE       'ERROR OPENING BOUNCEIN'   TO ERR-MSG
           PERFORM 9997-BNC-ERR-CHK            THRU 9997-EXIT

      *    NTFQUEUE IS SHARED BY EVERY BATCH NOTICE WRITER - A
      *    FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE       'ERROR OPENING NTFQUEUE'   TO ERR-MSG
           PERFORM 9990-NTF-ERR-CHK            THRU 9990-EXIT
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
       1200-READ-BOUNCE.
           MOVE '1200-READ-BOUNCE' TO ERR-LOC

           READ BNC-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-APPLY-ALL-BOUNCES.
           MOVE '2000-APPLY-ALL-BOUNCES' TO ERR-LOC

           ADD 1 TO WS-BOUNCE-COUNT
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE BNC-CUST-ID     TO WS-DL-CUST-ID
           MOVE BNC-CHANNEL     TO WS-DL-CHANNEL
           MOVE BNC-ADDRESS     TO WS-DL-ADDRESS
           MOVE BNC-REASON      TO WS-DL-REASON
           MOVE BNC-MSG-ID      TO WS-DL-MSG-ID

           EVALUATE TRUE
              WHEN BNC-CUST-ID = SPACES
                 MOVE 'REJECTED - NO CUSTOMER ID'   TO WS-DL-ACTION
                 ADD 1 TO WS-REJECT-COUNT
              WHEN NOT BNC-CHANNEL-EMAIL AND NOT BNC-CHANNEL-TEXT
                 MOVE 'REJECTED - CHANNEL NOT E OR T' TO WS-DL-ACTION
                 ADD 1 TO WS-REJECT-COUNT
              WHEN OTHER
                 PERFORM 2050-NOTE-BOUNCED-MSG THRU 2050-EXIT
                 PERFORM 2100-FALL-BACK        THRU 2100-EXIT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2900-WRITE-RECORD THRU 2900-EXIT

           PERFORM 1200-READ-BOUNCE THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WHATEVER BECOMES OF THE PREFERENCE, THE MESSAGE ITSELF WAS
      *    NOT DELIVERED - ITS NOTICES ARE QUEUED AGAIN IN 2500
       2050-NOTE-BOUNCED-MSG.
           SET BNC-IDX TO 1
           SEARCH WS-BNC-ENTRY
              AT END
                 IF WS-BNC-COUNT < 2000
                    ADD 1 TO WS-BNC-COUNT
                    SET BNC-IDX TO WS-BNC-COUNT
                    MOVE BNC-MSG-ID TO WS-BNC-MSG-ID (BNC-IDX)
                    MOVE 'N'        TO WS-BNC-MATCHED (BNC-IDX)
                 ELSE
                    DISPLAY 'NTFBNCE - BOUNCE TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-BNC-MSG-ID (BNC-IDX) = BNC-MSG-ID
                 CONTINUE
           END-SEARCH
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MARK THE BOUNCED ADDRESS OR NUMBER - ONLY IF IT IS STILL THE
      *    ONE ON FILE - AND TELL THE CUSTOMER BY LETTER
       2100-FALL-BACK.
           MOVE '2100-FALL-BACK' TO ERR-LOC
           MOVE 'N'              TO CNP-FOUND-FLAG

           MOVE BNC-CUST-ID TO CNP-CUST-ID
           READ WBCNPFDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET CNP-WAS-FOUND TO TRUE
           END-READ

           IF NOT CNP-WAS-FOUND
              MOVE 'REJECTED - NO PREFERENCE RECORD' TO WS-DL-ACTION
              ADD 1 TO WS-REJECT-COUNT
              GO TO 2100-EXIT
           END-IF

           IF BNC-CHANNEL-EMAIL
              IF CNP-EMAIL-ADDR NOT = BNC-ADDRESS
                 MOVE 'ADDRESS SINCE CHANGED - KEPT' TO WS-DL-ACTION
                 ADD 1 TO WS-CHANGED-COUNT
                 GO TO 2100-EXIT
              END-IF
              IF CNP-EMAIL-BOUNCED
                 MOVE 'EMAIL ALREADY ON PRINT'       TO WS-DL-ACTION
                 ADD 1 TO WS-ALREADY-COUNT
                 GO TO 2100-EXIT
              END-IF
              SET  CNP-EMAIL-BOUNCED  TO TRUE
              MOVE BNC-BOUNCE-DATE    TO CNP-EMAIL-BOUNCE-DATE
              IF CNP-EMAIL-BOUNCE-DATE = SPACES
                 MOVE WS-DATE-R       TO CNP-EMAIL-BOUNCE-DATE
              END-IF
              MOVE 'EMAIL NOTICES NOW PRINTED'       TO WS-DL-ACTION
           ELSE
              IF CNP-MOBILE-NUM NOT = BNC-ADDRESS(1:15)
                 MOVE 'NUMBER SINCE CHANGED - KEPT'  TO WS-DL-ACTION
                 ADD 1 TO WS-CHANGED-COUNT
                 GO TO 2100-EXIT
              END-IF
              IF CNP-MOBILE-BOUNCED
                 MOVE 'TEXT ALREADY ON PRINT'        TO WS-DL-ACTION
                 ADD 1 TO WS-ALREADY-COUNT
                 GO TO 2100-EXIT
              END-IF
              SET  CNP-MOBILE-BOUNCED TO TRUE
              MOVE BNC-BOUNCE-DATE    TO CNP-MOBILE-BOUNCE-DATE
              IF CNP-MOBILE-BOUNCE-DATE = SPACES
                 MOVE WS-DATE-R       TO CNP-MOBILE-BOUNCE-DATE
              END-IF
              MOVE 'TEXT NOTICES NOW PRINTED'        TO WS-DL-ACTION
           END-IF

           MOVE BNC-REASON TO CNP-LAST-BOUNCE-REASON
           REWRITE WBCNP-RECORD
           MOVE    'ERROR REWRITING WBCNPFDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           ADD 1 TO WS-FALLBACK-COUNT

           MOVE SPACES             TO WBNTF-RECORD
           MOVE CNP-SSN            TO NTF-SSN
           MOVE SPACES             TO NTF-ACCT-NUM
           MOVE WS-DATE-R          TO NTF-DATE
           SET  NTF-TYPE-DELIVERY-FAIL TO TRUE
           IF BNC-CHANNEL-EMAIL
              MOVE 'EMAIL TO YOUR ADDRESS FAILED - NOTICES NOW BY MAIL'
                TO NTF-TEXT
           ELSE
              MOVE 'TEXTS TO YOUR MOBILE FAILED - NOTICES NOW BY MAIL'
                TO NTF-TEXT
           END-IF
           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9990-NTF-ERR-CHK       THRU 9990-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE SENT-MESSAGE FILE IS OPTIONAL - WITHOUT IT THE BOUNCED
      *    NOTICES ARE NOT QUEUED AGAIN, ONLY THE DELIVERY FAILURE
       2500-REQUEUE-NOTICES.
           MOVE '2500-REQUEUE-NOTICES' TO ERR-LOC

           IF WS-BNC-COUNT = ZERO
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT OMS-IP
           IF MSGSENT-STAT NOT = 0
              MOVE 'SENT MESSAGE FILE NOT SUPPLIED - NOTICES NOT QUEUED'
                TO WS-NL-TEXT
              WRITE RPT-OP-FIELDS FROM WS-SPACE
              WRITE RPT-OP-FIELDS FROM WS-NOTE-LINE
              MOVE WS-BNC-COUNT TO WS-NOT-FOUND-COUNT
              GO TO 2500-EXIT
           END-IF

           PERFORM 2510-REQUEUE-ONE-RECORD THRU 2510-EXIT
              UNTIL OMS-END-OF-FILE

           CLOSE OMS-IP

           PERFORM 2520-COUNT-UNMATCHED THRU 2520-EXIT
              VARYING BNC-IDX FROM 1 BY 1
              UNTIL BNC-IDX > WS-BNC-COUNT

      *    THE TRAILER'S RECORD COUNT INCLUDES THE TRAILER ITSELF
           IF NOT TRAILER-WAS-READ
              OR WS-SENT-TRAILER-COUNT NOT = WS-SENT-READ-COUNT
              MOVE 'SENT MESSAGE FILE OUT OF BALANCE WITH ITS TRAILER'
                TO WS-NL-TEXT
              WRITE RPT-OP-FIELDS FROM WS-SPACE
              WRITE RPT-OP-FIELDS FROM WS-NOTE-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-REQUEUE-ONE-RECORD.
           MOVE '2510-REQUEUE-ONE-RECORD' TO ERR-LOC

           READ OMS-IP
              AT END
                 SET OMS-END-OF-FILE TO TRUE
                 GO TO 2510-EXIT
           END-READ
           ADD 1 TO WS-SENT-READ-COUNT

           EVALUATE TRUE
              WHEN OMS-MSG-HEADER
                 MOVE 'N' TO REQUEUE-FLAG
                 SET BNC-IDX TO 1
                 SEARCH WS-BNC-ENTRY
                    AT END CONTINUE
                    WHEN WS-BNC-MSG-ID (BNC-IDX) = OMS-MSG-ID
                       SET REQUEUE-THIS-MESSAGE TO TRUE
                       MOVE 'Y'       TO WS-BNC-MATCHED (BNC-IDX)
                       MOVE OMS-M-SSN TO WS-REQUEUE-SSN
                 END-SEARCH
              WHEN OMS-MSG-DETAIL
                 IF REQUEUE-THIS-MESSAGE
                    PERFORM 2515-QUEUE-ONE-NOTICE THRU 2515-EXIT
                 END-IF
              WHEN OMS-FILE-TRAILER
                 SET  TRAILER-WAS-READ   TO TRUE
                 MOVE OMS-T-RECORD-COUNT TO WS-SENT-TRAILER-COUNT
              WHEN OTHER
                 MOVE 'N' TO REQUEUE-FLAG
           END-EVALUATE
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    QUEUED UNDER TONIGHT'S DATE WITH ITS ORIGINAL TYPE, SO
      *    NTFYGEN ROUTES IT AGAIN - TO PRINT NOW THE ADDRESS IS MARKED
       2515-QUEUE-ONE-NOTICE.
           MOVE SPACES           TO WBNTF-RECORD
           MOVE WS-REQUEUE-SSN   TO NTF-SSN
           MOVE OMS-D-ACCT-NUM   TO NTF-ACCT-NUM
           MOVE WS-DATE-R        TO NTF-DATE
           MOVE OMS-D-TYPE-CODE  TO NTF-TYPE-CODE
           MOVE OMS-D-TEXT       TO NTF-TEXT
           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9990-NTF-ERR-CHK       THRU 9990-EXIT
           ADD 1 TO WS-REQUEUE-COUNT
           .
       2515-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2520-COUNT-UNMATCHED.
           IF WS-BNC-MATCHED (BNC-IDX) = 'N'
              ADD 1 TO WS-NOT-FOUND-COUNT
           END-IF
           .
       2520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-RECORD.
           MOVE '2900-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-BOUNCE-COUNT    TO WS-TR-BNC-CNT
           MOVE WS-FALLBACK-COUNT  TO WS-TR-FBK-CNT
           MOVE WS-ALREADY-COUNT   TO WS-TR-ALR-CNT
           MOVE WS-CHANGED-COUNT   TO WS-TR-CHG-CNT
           MOVE WS-REJECT-COUNT    TO WS-TR-REJ-CNT
           MOVE WS-REQUEUE-COUNT   TO WS-TR-RQU-CNT
           MOVE WS-NOT-FOUND-COUNT TO WS-TR-NFD-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF WS-REJECT-COUNT > ZERO
              OR WS-NOT-FOUND-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE  NTF-FILE
           MOVE   'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9990-NTF-ERR-CHK    THRU 9990-EXIT

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9990-NTF-ERR-CHK.
           EVALUATE TRUE
               WHEN NTFQUE-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' NTFQUE-STAT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-BNC-ERR-CHK.
           EVALUATE TRUE
               WHEN BOUNCEIN-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' BOUNCEIN-STAT
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
           MOVE WBCNPFDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCNPFDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CNP-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CNP-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CNP-VSAM-REASON-CODE
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
