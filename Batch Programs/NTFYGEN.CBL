      * jobs). Events for one customer are consolidated so each      *
      * customer gets at most one letter per day, addressed from     *
      * the WBCUSTDB-DD name/address block.                          *
      *                                                              *
      * When two or more customers of one household on WBHHLDDB-DD   *
      * (see HHLDBLD and WGRVHHLD) have letters the same night, the  *
      * letters go in one envelope behind a household cover page. A  *
      * member who opted out or whose address is flagged for         *
      * returned mail is never grouped.                              *
      *                                                              *
      * A customer with a delivery preference on WBCNPFDB-DD (set on *
      * WGRVCNTC) can take each notice type by print, email or text. *
      * The notices for email and text go to the messaging gateway   *
      * on MSGOUT-DD (WBOMSREC) - one message per customer and       *
      * channel, behind a file header and ahead of a control trailer *
      * - and only the print notices make up the letter. A notice    *
      * whose email address or mobile number is missing or has       *
      * bounced (NTFBNCE) prints instead. Returned mail only holds   *
      * the printed letter; electronic notices still go out.         *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.

           SELECT WBHHLDDB-FILE
               ASSIGN       TO WBHHLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HHL-CUST-ID
               FILE STATUS  IS WBHHLDDB-FILE-STATUS.

           SELECT WBCNPFDB-FILE
               ASSIGN       TO WBCNPFDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CNP-CUST-ID
               FILE STATUS  IS WBCNPFDB-FILE-STATUS.

           SELECT MSG-OP     ASSIGN TO MSGOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS MSGOUT-STAT.
      *--------------
       DATA DIVISION.
      *--------------
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(70).

       FD  WBHHLDDB-FILE.
           COPY WBHHLREC.

       FD  WBCNPFDB-FILE.
           COPY WBCNPREC.

      *    OUTBOUND EMAIL/TEXT MESSAGES FOR THE MESSAGING GATEWAY
       FD  MSG-OP
           RECORD CONTAINS 200.
           COPY WBOMSREC.

       WORKING-STORAGE SECTION.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBHHLDDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBCNPFDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
              10 WS-TR-HLD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOUSEHOLD ENVELOPES       :'.
              10 WS-TR-HHE-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'EMAIL MESSAGES SENT       :'.
              10 WS-TR-EML-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TEXT MESSAGES SENT        :'.
              10 WS-TR-TXT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NOTICES FELL BACK TO PRINT:'.
              10 WS-TR-FBK-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-HH-COVER-LINE.
              10 FILLER        PIC X(44)  VALUE
                     'HOUSEHOLD MAILING - LETTERS ENCLOSED FOR:'.
              10 FILLER        PIC X(88)  VALUE SPACES.

           05 WS-HH-MEMBER-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-HM-NAME    PIC X(30).
              10 FILLER        PIC X(98)  VALUE SPACES.

           05 WS-HELD-LINE.
              10 FILLER        PIC X(25)  VALUE
                                    'MAIL HELD - BAD ADDRESS: '.
           05 WS-LTR-ENTRY OCCURS 2000 TIMES
                           INDEXED BY LTR-IDX.
              10 WS-LTR-SSN            PIC X(09).
      *          BLANK UNLESS THE LETTER GOES IN A HOUSEHOLD ENVELOPE
              10 WS-LTR-HHLD-ID        PIC X(10).
              10 WS-LTR-DONE           PIC X(01).
              10 WS-LTR-MSG-COUNT      PIC 9(02)  COMP.
      *          NOTICES ROUTED TO EACH CHANNEL BY 1600-ROUTE-NOTICES
              10 WS-LTR-PRINT-COUNT    PIC 9(02)  COMP.
              10 WS-LTR-EMAIL-COUNT    PIC 9(02)  COMP.
              10 WS-LTR-TEXT-COUNT     PIC 9(02)  COMP.
              10 WS-LTR-CUST-ID        PIC X(10).
              10 WS-LTR-EMAIL-ADDR     PIC X(60).
              10 WS-LTR-MOBILE-NUM     PIC X(15).
              10 WS-LTR-MSG OCCURS 8 TIMES
                            INDEXED BY MSG-IDX.
                 15 WS-LTR-MSG-ACCT    PIC X(10).
                 15 WS-LTR-MSG-TYPE    PIC X(02).
      *             P = PRINT, E = EMAIL, T = TEXT
                 15 WS-LTR-MSG-CHAN    PIC X(01).
                 15 WS-LTR-MSG-TEXT    PIC X(60).

      *****************************************************************
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 2000 TIMES
                                INDEXED BY CUS-IDX.
              10 WS-CUST-ID     PIC X(10).
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-NAME   PIC X(30).
              10 WS-CUST-STREET PIC X(20).
           05 WS-HELD-COUNT            PIC 9(07)  VALUE ZERO.
           05 WS-WORK-ACCT             PIC X(10)  VALUE SPACES.
           05 WS-WORK-TEXT             PIC X(60)  VALUE SPACES.
           05 WS-HHE-COUNT             PIC 9(07)  VALUE ZERO.
           05 WS-LEAD-HHLD-ID          PIC X(10)  VALUE SPACES.
           05 WS-HH-LETTERS            PIC 9(05)  COMP VALUE ZERO.
           05 WS-SAVE-LTR              PIC 9(05)  COMP VALUE ZERO.
           05 WS-SCAN-LTR              PIC 9(05)  COMP VALUE ZERO.
           05 WS-WORK-TYPE             PIC X(02)  VALUE SPACES.
           05 WS-WORK-CHAN             PIC X(01)  VALUE SPACES.
           05 WS-SEND-CHAN             PIC X(01)  VALUE SPACES.
           05 WS-EMAIL-MSG-COUNT       PIC 9(07)  VALUE ZERO.
           05 WS-TEXT-MSG-COUNT        PIC 9(07)  VALUE ZERO.
           05 WS-FALLBACK-COUNT        PIC 9(07)  VALUE ZERO.
           05 WS-OMS-SEQ               PIC 9(07)  VALUE ZERO.
           05 WS-OMS-DETAIL-COUNT      PIC 9(07)  VALUE ZERO.
           05 WS-OMS-RECORD-COUNT      PIC 9(09)  VALUE ZERO.
           05 WS-OMS-SSN-HASH          PIC 9(15)  VALUE ZERO.
           05 WS-HASH-SSN-X            PIC X(09)  VALUE SPACES.
           05 WS-HASH-SSN-N REDEFINES WS-HASH-SSN-X
                                       PIC 9(09).

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'NTFYGEN'.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFIN-STAT       PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 MSGOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 CNP-FILE-FLAG    PIC X(01)  VALUE 'N'.
              88 CNP-FILE-IS-OPEN         VALUE 'Y'.
           05 CNP-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 CNP-WAS-FOUND            VALUE 'Y'.
           05 NTF-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 NTF-END-OF-FILE          VALUE 'Y'.
           05 NTQ-EOF-FLAG     PIC X(01)  VALUE 'N'.
      *
      * THIS PROGRAM CONSOLIDATES THE DAY'S CUSTOMER NOTIFICATIONS
      * PER SSN AND PRINTS ONE LETTER PER CUSTOMER, ADDRESSED FROM
      * WBCUSTDB-DD. NOTICES THE CUSTOMER TAKES BY EMAIL OR TEXT GO
      * TO THE MESSAGING GATEWAY ON MSGOUT-DD INSTEAD.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 2000-COLLECT-ONLINE-NTFS THRU 2000-EXIT
           PERFORM 2100-COLLECT-BATCH-NTFS  THRU 2100-EXIT

           PERFORM 1600-ROUTE-NOTICES   THRU 1600-EXIT

           PERFORM 1500-LOAD-HOUSEHOLDS THRU 1500-EXIT

           PERFORM 2500-SEND-ONE-MESSAGE THRU 2500-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT

           PERFORM 2600-PRINT-ONE-LETTER THRU 2600-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT
           MOVE    'ERROR OPENING ADDRXCPQ' TO ERR-MSG
           PERFORM 9992-ADX-ERR-CHK        THRU 9992-EXIT

           OPEN OUTPUT MSG-OP
           MOVE    'ERROR OPENING MSGOUT'   TO ERR-MSG
           PERFORM 9991-MSG-ERR-CHK        THRU 9991-EXIT

           MOVE SPACES                     TO WBOMS-RECORD
           SET  OMS-FILE-HEADER            TO TRUE
           MOVE WS-DATE-R                  TO OMS-MSG-DATE
           MOVE ZERO                       TO OMS-MSG-SEQ
           MOVE 'NTFYGEN '                 TO OMS-H-SOURCE-PGM
           MOVE WS-DATE-R                  TO OMS-H-RUN-DATE
           PERFORM 2590-WRITE-OMS-RECORD   THRU 2590-EXIT
           .
       1000-EXIT.
           EXIT.
              IF WS-CUST-COUNT < 2000
                 ADD 1 TO WS-CUST-COUNT
                 SET CUS-IDX TO WS-CUST-COUNT
                 MOVE CUSTOMER-ID     TO WS-CUST-ID (CUS-IDX)
                 MOVE CUSTOMER-SSN    TO WS-CUST-SSN (CUS-IDX)
                 MOVE CUSTOMER-NAME   TO WS-CUST-NAME (CUS-IDX)
                 MOVE CUSTOMER-STREET TO WS-CUST-STREET (CUS-IDX)
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE HOUSEHOLD FILE IS OPTIONAL - WITHOUT IT EVERY LETTER
      *    MAILS ALONE. A HOUSEHOLD WITH ONE LETTER TONIGHT IS NOT
      *    GROUPED.
       1500-LOAD-HOUSEHOLDS.
           MOVE '1500-LOAD-HOUSEHOLDS' TO ERR-LOC

           OPEN INPUT WBHHLDDB-FILE
           IF WBHHLDDB-FILE-STATUS NOT = '00'
              GO TO 1500-EXIT
           END-IF

           PERFORM 1510-LOAD-ONE-MEMBER THRU 1510-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT

           CLOSE WBHHLDDB-FILE

           PERFORM 1520-CHECK-ONE-HOUSEHOLD THRU 1520-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT
           .
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1510-LOAD-ONE-MEMBER.
      *    NOTHING TO PRINT - NOTHING TO PUT IN THE ENVELOPE
           IF WS-LTR-PRINT-COUNT (LTR-IDX) = ZERO
              GO TO 1510-EXIT
           END-IF

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END GO TO 1510-EXIT
              WHEN WS-CUST-SSN (CUS-IDX) = WS-LTR-SSN (LTR-IDX)
                 CONTINUE
           END-SEARCH

           IF WS-CUST-BADADDR (CUS-IDX) = 'Y'
              GO TO 1510-EXIT
           END-IF

           MOVE WS-CUST-ID (CUS-IDX) TO HHL-CUST-ID
           READ WBHHLDDB-FILE
              INVALID KEY GO TO 1510-EXIT
           END-READ

           IF NOT HHL-OPTED-OUT
              MOVE HHL-HHLD-ID TO WS-LTR-HHLD-ID (LTR-IDX)
           END-IF
           .
       1510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1520-CHECK-ONE-HOUSEHOLD.
           IF WS-LTR-HHLD-ID (LTR-IDX) = SPACES
              GO TO 1520-EXIT
           END-IF

           MOVE ZERO TO WS-HH-LETTERS
           PERFORM 1525-COUNT-ONE-LETTER THRU 1525-EXIT
              VARYING WS-SCAN-LTR FROM 1 BY 1
              UNTIL WS-SCAN-LTR > WS-LTR-COUNT

           IF WS-HH-LETTERS < 2
              MOVE SPACES TO WS-LTR-HHLD-ID (LTR-IDX)
           END-IF
           .
       1520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1525-COUNT-ONE-LETTER.
           IF WS-LTR-HHLD-ID (WS-SCAN-LTR) = WS-LTR-HHLD-ID (LTR-IDX)
              ADD 1 TO WS-HH-LETTERS
           END-IF
           .
       1525-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EACH NOTICE GOES BY THE CHANNEL THE CUSTOMER SET FOR ITS
      *    TYPE ON WBCNPFDB, ELSE BY THEIR DEFAULT CHANNEL. THE FILE
      *    IS OPTIONAL - WITHOUT IT, OR WITHOUT A RECORD, EVERY NOTICE
      *    PRINTS.
       1600-ROUTE-NOTICES.
           MOVE '1600-ROUTE-NOTICES' TO ERR-LOC

           OPEN INPUT WBCNPFDB-FILE
           IF WBCNPFDB-FILE-STATUS = '00'
              SET CNP-FILE-IS-OPEN TO TRUE
           END-IF

           PERFORM 1610-ROUTE-ONE-LETTER THRU 1610-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT

           IF CNP-FILE-IS-OPEN
              CLOSE WBCNPFDB-FILE
           END-IF
           .
       1600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1610-ROUTE-ONE-LETTER.
           MOVE 'N' TO CNP-FOUND-FLAG

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-LTR-SSN (LTR-IDX)
                 MOVE WS-CUST-ID (CUS-IDX) TO WS-LTR-CUST-ID (LTR-IDX)
           END-SEARCH

           IF CNP-FILE-IS-OPEN
              AND WS-LTR-CUST-ID (LTR-IDX) NOT = SPACES
              MOVE WS-LTR-CUST-ID (LTR-IDX) TO CNP-CUST-ID
              READ WBCNPFDB-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET CNP-WAS-FOUND TO TRUE
              END-READ
           END-IF

           IF CNP-WAS-FOUND
              MOVE CNP-EMAIL-ADDR TO WS-LTR-EMAIL-ADDR (LTR-IDX)
              MOVE CNP-MOBILE-NUM TO WS-LTR-MOBILE-NUM (LTR-IDX)
           END-IF

           PERFORM 1620-ROUTE-ONE-NOTICE THRU 1620-EXIT
              VARYING MSG-IDX FROM 1 BY 1
              UNTIL MSG-IDX > WS-LTR-MSG-COUNT (LTR-IDX)
           .
       1610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A DELIVERY-FAILURE NOTICE ALWAYS PRINTS, AND AN ADDRESS OR
      *    NUMBER THAT IS MISSING OR HAS BOUNCED FALLS BACK TO PRINT
       1620-ROUTE-ONE-NOTICE.
           MOVE 'P' TO WS-WORK-CHAN

           IF CNP-WAS-FOUND
              AND WS-LTR-MSG-TYPE (LTR-IDX, MSG-IDX) NOT = 'DF'
              AND WS-LTR-MSG-TYPE (LTR-IDX, MSG-IDX) NOT = SPACES
              MOVE CNP-DEFAULT-CHANNEL TO WS-WORK-CHAN
              SET CNP-IDX TO 1
              SEARCH CNP-TYPE-PREF
                 AT END CONTINUE
                 WHEN CNP-PREF-TYPE-CODE (CNP-IDX) =
                      WS-LTR-MSG-TYPE (LTR-IDX, MSG-IDX)
                    MOVE CNP-PREF-CHANNEL (CNP-IDX) TO WS-WORK-CHAN
              END-SEARCH
           END-IF

           EVALUATE TRUE
              WHEN WS-WORK-CHAN = 'E'
                 IF CNP-EMAIL-ADDR = SPACES OR CNP-EMAIL-BOUNCED
                    MOVE 'P' TO WS-WORK-CHAN
                    ADD 1 TO WS-FALLBACK-COUNT
                 END-IF
              WHEN WS-WORK-CHAN = 'T'
                 IF CNP-MOBILE-NUM = SPACES OR CNP-MOBILE-BOUNCED
                    MOVE 'P' TO WS-WORK-CHAN
                    ADD 1 TO WS-FALLBACK-COUNT
                 END-IF
              WHEN OTHER
                 MOVE 'P' TO WS-WORK-CHAN
           END-EVALUATE

           MOVE WS-WORK-CHAN TO WS-LTR-MSG-CHAN (LTR-IDX, MSG-IDX)
           EVALUATE WS-WORK-CHAN
              WHEN 'E'
                 ADD 1 TO WS-LTR-EMAIL-COUNT (LTR-IDX)
              WHEN 'T'
                 ADD 1 TO WS-LTR-TEXT-COUNT (LTR-IDX)
              WHEN OTHER
                 ADD 1 TO WS-LTR-PRINT-COUNT (LTR-IDX)
           END-EVALUATE
           .
       1620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
              ADD 1 TO WS-NTF-COUNT
              MOVE NTF-SSN      TO WS-WORK-SSN
              MOVE NTF-ACCT-NUM TO WS-WORK-ACCT
              MOVE NTF-TYPE-CODE TO WS-WORK-TYPE
              MOVE NTF-TEXT     TO WS-WORK-TEXT
              PERFORM 2200-ADD-TO-LETTER THRU 2200-EXIT
           END-IF
                 ADD 1 TO WS-NTF-COUNT
                 MOVE NTQ-SSN      TO WS-WORK-SSN
                 MOVE NTQ-ACCT-NUM TO WS-WORK-ACCT
                 MOVE NTQ-TYPE-CODE TO WS-WORK-TYPE
                 MOVE NTQ-TEXT     TO WS-WORK-TEXT
                 PERFORM 2200-ADD-TO-LETTER THRU 2200-EXIT
              END-IF
                    ADD 1 TO WS-LTR-COUNT
                    SET LTR-IDX TO WS-LTR-COUNT
                    MOVE WS-WORK-SSN TO WS-LTR-SSN (LTR-IDX)
                    MOVE SPACES      TO WS-LTR-HHLD-ID (LTR-IDX)
                    MOVE 'N'         TO WS-LTR-DONE (LTR-IDX)
                    MOVE ZERO TO WS-LTR-MSG-COUNT (LTR-IDX)
                                 WS-LTR-PRINT-COUNT (LTR-IDX)
                                 WS-LTR-EMAIL-COUNT (LTR-IDX)
                                 WS-LTR-TEXT-COUNT (LTR-IDX)
                    MOVE SPACES TO WS-LTR-CUST-ID (LTR-IDX)
                                   WS-LTR-EMAIL-ADDR (LTR-IDX)
                                   WS-LTR-MOBILE-NUM (LTR-IDX)
                    PERFORM 2210-APPEND-MESSAGE THRU 2210-EXIT
                 ELSE
                    DISPLAY 'NTFYGEN - LETTER TABLE FULL'
              SET MSG-IDX TO WS-LTR-MSG-COUNT (LTR-IDX)
              MOVE WS-WORK-ACCT
                TO WS-LTR-MSG-ACCT (LTR-IDX, MSG-IDX)
              MOVE WS-WORK-TYPE
                TO WS-LTR-MSG-TYPE (LTR-IDX, MSG-IDX)
              MOVE 'P'
                TO WS-LTR-MSG-CHAN (LTR-IDX, MSG-IDX)
              MOVE WS-WORK-TEXT
                TO WS-LTR-MSG-TEXT (LTR-IDX, MSG-IDX)
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE GATEWAY MESSAGE PER CUSTOMER PER CHANNEL, CARRYING THE
      *    NOTICES ROUTED TO THAT CHANNEL
       2500-SEND-ONE-MESSAGE.
           MOVE '2500-SEND-ONE-MESSAGE' TO ERR-LOC

           IF WS-LTR-EMAIL-COUNT (LTR-IDX) > ZERO
              MOVE 'E' TO WS-SEND-CHAN
              PERFORM 2510-WRITE-MESSAGE THRU 2510-EXIT
              ADD 1 TO WS-EMAIL-MSG-COUNT
           END-IF

           IF WS-LTR-TEXT-COUNT (LTR-IDX) > ZERO
              MOVE 'T' TO WS-SEND-CHAN
              PERFORM 2510-WRITE-MESSAGE THRU 2510-EXIT
              ADD 1 TO WS-TEXT-MSG-COUNT
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-WRITE-MESSAGE.
           MOVE '2510-WRITE-MESSAGE' TO ERR-LOC

           ADD 1 TO WS-OMS-SEQ
           MOVE SPACES                   TO WBOMS-RECORD
           SET  OMS-MSG-HEADER           TO TRUE
           MOVE WS-DATE-R                TO OMS-MSG-DATE
           MOVE WS-OMS-SEQ               TO OMS-MSG-SEQ
           MOVE WS-SEND-CHAN             TO OMS-M-CHANNEL
           MOVE WS-LTR-CUST-ID (LTR-IDX) TO OMS-M-CUST-ID
           MOVE WS-LTR-SSN (LTR-IDX)     TO OMS-M-SSN

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-LTR-SSN (LTR-IDX)
                 MOVE WS-CUST-NAME (CUS-IDX) TO OMS-M-NAME
           END-SEARCH

           IF OMS-M-EMAIL
              MOVE WS-LTR-EMAIL-ADDR (LTR-IDX)  TO OMS-M-ADDRESS
              MOVE WS-LTR-EMAIL-COUNT (LTR-IDX) TO OMS-M-NOTICE-COUNT
           ELSE
              MOVE WS-LTR-MOBILE-NUM (LTR-IDX)  TO OMS-M-ADDRESS
              MOVE WS-LTR-TEXT-COUNT (LTR-IDX)  TO OMS-M-NOTICE-COUNT
           END-IF
           PERFORM 2590-WRITE-OMS-RECORD THRU 2590-EXIT

           MOVE WS-LTR-SSN (LTR-IDX) TO WS-HASH-SSN-X
           IF WS-HASH-SSN-N NUMERIC
              ADD WS-HASH-SSN-N TO WS-OMS-SSN-HASH
           END-IF

           PERFORM 2520-WRITE-MESSAGE-DETAIL THRU 2520-EXIT
              VARYING MSG-IDX FROM 1 BY 1
              UNTIL MSG-IDX > WS-LTR-MSG-COUNT (LTR-IDX)
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2520-WRITE-MESSAGE-DETAIL.
           IF WS-LTR-MSG-CHAN (LTR-IDX, MSG-IDX) NOT = WS-SEND-CHAN
              GO TO 2520-EXIT
           END-IF

           MOVE SPACES                    TO WBOMS-RECORD
           SET  OMS-MSG-DETAIL            TO TRUE
           MOVE WS-DATE-R                 TO OMS-MSG-DATE
           MOVE WS-OMS-SEQ                TO OMS-MSG-SEQ
           MOVE WS-LTR-MSG-ACCT (LTR-IDX, MSG-IDX) TO OMS-D-ACCT-NUM
           MOVE WS-LTR-MSG-TYPE (LTR-IDX, MSG-IDX) TO OMS-D-TYPE-CODE
           MOVE WS-LTR-MSG-TEXT (LTR-IDX, MSG-IDX) TO OMS-D-TEXT
           PERFORM 2590-WRITE-OMS-RECORD THRU 2590-EXIT
           ADD 1 TO WS-OMS-DETAIL-COUNT
           .
       2520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2590-WRITE-OMS-RECORD.
           WRITE WBOMS-RECORD
           MOVE    'ERROR WRITING MSGOUT' TO ERR-MSG
           PERFORM 9991-MSG-ERR-CHK     THRU 9991-EXIT
           ADD 1 TO WS-OMS-RECORD-COUNT
           .
       2590-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-PRINT-ONE-LETTER.
           MOVE '2600-PRINT-ONE-LETTER' TO ERR-LOC

      *    EVERY NOTICE FOR THIS CUSTOMER WENT BY EMAIL OR TEXT
           IF WS-LTR-PRINT-COUNT (LTR-IDX) = ZERO
              GO TO 2600-EXIT
           END-IF

      *    ALREADY PRINTED INSIDE AN EARLIER HOUSEHOLD ENVELOPE
           IF WS-LTR-DONE (LTR-IDX) = 'Y'
              GO TO 2600-EXIT
           END-IF

      *    A CUSTOMER FLAGGED FOR RETURNED MAIL GETS NO LETTER -
      *    THE HELD MAILING GOES ON THE HOLD-MAIL REPORT AND THE
      *    ADDRESS-EXCEPTION QUEUE FOR THE BRANCH INSTEAD
                 END-IF
           END-SEARCH

           IF WS-LTR-HHLD-ID (LTR-IDX) NOT = SPACES
              PERFORM 2700-PRINT-HOUSEHOLD THRU 2700-EXIT
              GO TO 2600-EXIT
           END-IF

           PERFORM 2605-PRINT-LETTER-BODY THRU 2605-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2605-PRINT-LETTER-BODY.
           MOVE '2605-PRINT-LETTER-BODY' TO ERR-LOC

           MOVE WS-DATE-R TO WS-LH-DATE
           WRITE LTR-OP-FIELDS FROM WS-PAGE-BREAK
           WRITE LTR-OP-FIELDS FROM WS-LETTERHEAD

           ADD 1 TO WS-LETTER-COUNT
           .
       2605-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2650-HOLD-ONE-LETTER.
       2610-PRINT-ONE-NOTICE.
           MOVE '2610-PRINT-ONE-NOTICE' TO ERR-LOC

           IF WS-LTR-MSG-CHAN (LTR-IDX, MSG-IDX) NOT = 'P'
              GO TO 2610-EXIT
           END-IF

           MOVE WS-LTR-MSG-ACCT (LTR-IDX, MSG-IDX) TO WS-N-ACCT
           MOVE WS-LTR-MSG-TEXT (LTR-IDX, MSG-IDX) TO WS-N-TEXT
           WRITE LTR-OP-FIELDS FROM WS-NOTICE-LINE
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE FIRST LETTER OF A HOUSEHOLD REACHED PRINTS THE COVER
      *    PAGE, ADDRESSED TO ITS CUSTOMER, THEN EVERY HOUSEHOLD LETTER
      *    IN TABLE ORDER INTO THE SAME ENVELOPE
       2700-PRINT-HOUSEHOLD.
           MOVE '2700-PRINT-HOUSEHOLD' TO ERR-LOC

           MOVE WS-LTR-HHLD-ID (LTR-IDX) TO WS-LEAD-HHLD-ID
           SET WS-SAVE-LTR              TO LTR-IDX

      *    CUS-IDX STILL POINTS AT THIS LETTER'S CUSTOMER FROM THE
      *    RETURNED-MAIL CHECK
           MOVE WS-DATE-R TO WS-LH-DATE
           MOVE WS-CUST-STREET (CUS-IDX) TO WS-A-STREET
           MOVE WS-CUST-CITY (CUS-IDX)   TO WS-A-CITY
           MOVE WS-CUST-STATE (CUS-IDX)  TO WS-A-STATE
           MOVE WS-CUST-ZIP (CUS-IDX)    TO WS-A-ZIP
           WRITE LTR-OP-FIELDS FROM WS-PAGE-BREAK
           WRITE LTR-OP-FIELDS FROM WS-LETTERHEAD
           WRITE LTR-OP-FIELDS FROM WS-SPACE
           WRITE LTR-OP-FIELDS FROM WS-ADDR-STREET-LINE
           WRITE LTR-OP-FIELDS FROM WS-ADDR-CITY-LINE
           WRITE LTR-OP-FIELDS FROM WS-SPACE
           WRITE LTR-OP-FIELDS FROM WS-HH-COVER-LINE

           PERFORM 2710-LIST-ONE-MEMBER THRU 2710-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT

           WRITE LTR-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING LTR-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           PERFORM 2720-PRINT-MEMBER-LETTER THRU 2720-EXIT
              VARYING LTR-IDX FROM 1 BY 1
              UNTIL LTR-IDX > WS-LTR-COUNT

           SET LTR-IDX TO WS-SAVE-LTR
           ADD 1 TO WS-HHE-COUNT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2710-LIST-ONE-MEMBER.
           IF WS-LTR-HHLD-ID (LTR-IDX) NOT = WS-LEAD-HHLD-ID
              OR WS-LTR-DONE (LTR-IDX) = 'Y'
              GO TO 2710-EXIT
           END-IF

           MOVE 'CUSTOMER NAME NOT ON FILE' TO WS-HM-NAME
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-LTR-SSN (LTR-IDX)
                 MOVE WS-CUST-NAME (CUS-IDX) TO WS-HM-NAME
           END-SEARCH
           WRITE LTR-OP-FIELDS FROM WS-HH-MEMBER-LINE
           .
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2720-PRINT-MEMBER-LETTER.
           IF WS-LTR-HHLD-ID (LTR-IDX) NOT = WS-LEAD-HHLD-ID
              OR WS-LTR-DONE (LTR-IDX) = 'Y'
              GO TO 2720-EXIT
           END-IF

           MOVE 'Y' TO WS-LTR-DONE (LTR-IDX)
           PERFORM 2605-PRINT-LETTER-BODY THRU 2605-EXIT
           .
       2720-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-NTF-COUNT    TO WS-TR-NTF-CNT
           MOVE WS-LETTER-COUNT TO WS-TR-LTR-CNT
           MOVE WS-HELD-COUNT   TO WS-TR-HLD-CNT
           MOVE WS-HHE-COUNT    TO WS-TR-HHE-CNT
           MOVE WS-EMAIL-MSG-COUNT TO WS-TR-EML-CNT
           MOVE WS-TEXT-MSG-COUNT  TO WS-TR-TXT-CNT
           MOVE WS-FALLBACK-COUNT  TO WS-TR-FBK-CNT
           WRITE LTR-OP-FIELDS      FROM WS-PAGE-BREAK
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-1
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-2
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-3
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-4
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-5
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-6
           WRITE LTR-OP-FIELDS      FROM WS-TRAILER-7
           WRITE LTR-OP-FIELDS      FROM WS-SPACE
           WRITE LTR-OP-FIELDS      FROM WS-FOOTER

           CLOSE  ADX-OP
           MOVE   'ERROR CLOSING ADDRXCPQ' TO ERR-MSG
           PERFORM 9992-ADX-ERR-CHK    THRU 9992-EXIT

      *    THE GATEWAY BALANCES THE FILE AGAINST THIS TRAILER BEFORE
      *    SENDING ANYTHING - ITS RECORD COUNT INCLUDES ITSELF
           ADD  1                      TO WS-OMS-RECORD-COUNT
           MOVE SPACES                 TO WBOMS-RECORD
           SET  OMS-FILE-TRAILER       TO TRUE
           MOVE WS-DATE-R              TO OMS-MSG-DATE
           MOVE WS-OMS-SEQ             TO OMS-MSG-SEQ
           MOVE WS-EMAIL-MSG-COUNT     TO OMS-T-EMAIL-COUNT
           MOVE WS-TEXT-MSG-COUNT      TO OMS-T-TEXT-COUNT
           MOVE WS-OMS-DETAIL-COUNT    TO OMS-T-DETAIL-COUNT
           MOVE WS-OMS-RECORD-COUNT    TO OMS-T-RECORD-COUNT
           MOVE WS-OMS-SSN-HASH        TO OMS-T-SSN-HASH
           WRITE WBOMS-RECORD
           MOVE   'ERROR WRITING MSGOUT'  TO ERR-MSG
           PERFORM 9991-MSG-ERR-CHK    THRU 9991-EXIT

           CLOSE  MSG-OP
           MOVE   'ERROR CLOSING MSGOUT'  TO ERR-MSG
           PERFORM 9991-MSG-ERR-CHK    THRU 9991-EXIT
           .
       3000-EXIT.
           EXIT.
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-MSG-ERR-CHK.
           EVALUATE TRUE
               WHEN MSGOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' MSGOUT-STAT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-ADX-ERR-CHK.
           EVALUATE TRUE
