      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** NOTICE DELIVERY PREFERENCES FOR TELLERS. THE NIGHTLY NTFYGEN *
      ** RUN SENDS EACH CUSTOMER NOTICE BY PRINT, EMAIL OR TEXT AS    *
      ** SET HERE ON WBCNPFDB; A CUSTOMER WITH NO RECORD GETS PRINTED *
      ** LETTERS. THE COMMAND RIDES IN THE NAME FIELD OF THE GDNAME   *
      ** MAP AS                                                       *
      **    Q,CUSTID            - SHOW THE CUSTOMER'S PREFERENCES     *
      **    E,CUSTID,ADDRESS    - SET THE EMAIL ADDRESS (BLANK CLEARS)*
      **    M,CUSTID,NUMBER     - SET THE MOBILE NUMBER (BLANK CLEARS)*
      **    D,CUSTID,CH         - DEFAULT CHANNEL P, E OR T           *
      **    N,CUSTID,TT,CH      - CHANNEL P, E OR T FOR NOTICE TYPE   *
      **        TT ONLY; NO CHANNEL REMOVES THE OVERRIDE              *
      ** ENTERING AN ADDRESS OR NUMBER CLEARS ITS BOUNCE MARK (SET BY *
      ** THE NTFBNCE RUN), SO NOTICES GO ELECTRONIC AGAIN.            *
      ** EVERY CHANGE IS LOGGED TO WBAUDTDB.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCNTC.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCUSTDB-DD                 PIC X(8)   VALUE 'WBCUSTDB'.
       01 CUST-REC-KEY.
           05 CUST-ID                 PIC X(10)  VALUE SPACES.

       01 WBCNPFDB-DD                 PIC X(8)   VALUE 'WBCNPFDB'.
       01 CNP-REC-KEY.
           05 CNP-KEY-CUST-ID         PIC X(10)  VALUE SPACES.

       01  CUSTOMER-RECORD.
           05 CUSTOMER-ID                 PIC X(10).
           05 CUSTOMER-NAME               PIC X(30).
           05 CUSTOMER-SSN                PIC X(9).
           05 CUSTOMER-ADDRESS.
              10 CUSTOMER-STREET          PIC X(20).
              10 CUSTOMER-CITY            PIC X(10).
              10 CUSTOMER-STATE           PIC X(4).
              10 CUSTOMER-ZIP             PIC 9(5).
           05 CUSTOMER-PHONE              PIC X(13).
           05 CUSTOMER-ACCESS-PIN         PIC X(4).
           05 CUSTOMER-PIN-FAILS          PIC 9.
           05 CUSTOMER-PIN-LOCKED         PIC X.
                 88 CUSTOMER-PIN-IS-LOCKED            VALUE 'Y'.
           05 CUSTOMER-STMT-PREF          PIC X.
                 88 CUSTOMER-STMT-PRINT               VALUE 'P' ' '.
                 88 CUSTOMER-STMT-ELECTRON            VALUE 'E'.
                 88 CUSTOMER-STMT-BOTH                VALUE 'B'.
           05 CUSTOMER-BAD-ADDR           PIC X.
                 88 CUSTOMER-ADDR-IS-BAD              VALUE 'Y'.
           05 CUSTOMER-BUW-STATUS         PIC X.
                 88 CUSTOMER-BUW-REQUIRED             VALUE 'Y'.
           05 CUSTOMER-W9-DATE            PIC X(10).
           05 FILLER                      PIC X(8).

      *****************************************************************
      *  NOTICE DELIVERY PREFERENCE RECORD, ONE PER CUSTOMER ID, AS   *
      *  STORED IN WBCNPFDB. STATUS 'B' = BOUNCED (SET BY NTFBNCE).   *
      *****************************************************************
       01  CNP-RECORD.
           05 CNP-CUST-ID                 PIC X(10).
           05 CNP-SSN                     PIC X(9).
           05 CNP-EMAIL-ADDR              PIC X(60).
           05 CNP-EMAIL-STATUS            PIC X(1).
              88 CNP-EMAIL-BOUNCED               VALUE 'B'.
           05 CNP-EMAIL-BOUNCE-DATE       PIC X(10).
           05 CNP-MOBILE-NUM              PIC X(15).
           05 CNP-MOBILE-STATUS           PIC X(1).
              88 CNP-MOBILE-BOUNCED              VALUE 'B'.
           05 CNP-MOBILE-BOUNCE-DATE      PIC X(10).
           05 CNP-DEFAULT-CHANNEL         PIC X(1).
           05 CNP-TYPE-PREF OCCURS 10 TIMES
                            INDEXED BY CNP-IDX.
              10 CNP-PREF-TYPE-CODE       PIC X(2).
              10 CNP-PREF-CHANNEL         PIC X(1).
           05 CNP-LAST-BOUNCE-REASON      PIC X(2).
           05 CNP-CHANGE-DATE             PIC X(10).
           05 CNP-CHANGE-OPID             PIC X(3).
           05 FILLER                      PIC X(38).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-CUST-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-VALUE-TEXT              PIC X(60)   VALUE SPACES.
       01 CMD-CHAN-TEXT               PIC X(01)   VALUE SPACE.
          88 CMD-CHAN-VALID                       VALUE 'P' 'E' 'T'.
      *    THE NOTICE TYPES NTFYGEN ROUTES - A DELIVERY FAILURE ('DF')
      *    ALWAYS PRINTS AND CANNOT BE OVERRIDDEN
       01 CMD-TYPE-TEXT               PIC X(02)   VALUE SPACES.
          88 CMD-TYPE-KNOWN           VALUE 'SO' 'OD' 'PL' 'SP' 'LT'
                                            'LD' 'EV' 'RD' 'AL' 'RC'
                                            'EW' 'NB' 'LQ' 'UP' 'ID'
                                            'MJ' 'LB' 'SB' 'HN' 'PI'
                                            'AB' 'BC'.

       01 VALUE-LENGTH                PIC 9(4)    COMP VALUE 0.
       01 AT-SIGN-COUNT               PIC 9(4)    COMP VALUE 0.
       01 DOT-COUNT                   PIC 9(4)    COMP VALUE 0.
       01 SHOW-PTR                    PIC 9(4)    COMP VALUE 1.
       01 FREE-SLOT                   PIC 9(4)    COMP VALUE 0.
       01 CNP-FOUND                   PIC X       VALUE 'N'.
          88 CNP-WAS-FOUND                        VALUE 'Y'.
       01 CURRENT-ISO-DATE            PIC X(10)   VALUE SPACES.
       01 UTIME                       PIC S9(15)  COMP-3.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 HW-LENGTH                   PIC 9(4)    COMP.

       01 LOG-MSG.
          05 LOG-ID                         PIC X(7)   VALUE 'TASK #'.
          05 TASK-NUMBER                    PIC 9(7).
          05 FILLER                         PIC X      VALUE SPACE.
          05 LOG-MSG-BUFFER                 PIC X(80)  VALUE SPACES.

       01 ENABLE-LOGGING                    PIC X          VALUE 'Y'.
          88 LOGGING-IS-ENABLED                            VALUE 'Y'.
          88 LOGGING-IS-DISABLED                           VALUE 'N'.

       01 WBAUDTDB-DD                       PIC X(8)   VALUE 'WBAUDTDB'.
       01 AUD-UTIME                         PIC S9(15) COMP-3.
       01 AUD-CALL-COUNT                 PIC 9(3)  COMP  VALUE ZERO.

      *****************************************************************
      *  STRUCTURED AUDIT RECORD WRITTEN TO WBAUDTDB ALONGSIDE EACH    *
      *  CSMT LOG MESSAGE. SEE WRITE-AUDIT-REC.                       *
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-KEY.
              10 AUD-SSN                    PIC X(9).
              10 AUD-ACCT-NUM               PIC X(10).
              10 AUD-DATE                   PIC X(10).
              10 AUD-SEQ-NUM                PIC 9(10).
           05 AUD-TIME                      PIC X(08).
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVCNTC'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVCNTC)
                                PF3(END-WGRVCNTC)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              PERFORM PARSE-COMMAND THRU PARSE-COMMAND-EXIT
              IF RET-CODE = 0 THEN
                 PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 IF CMD-ACTION-TEXT = 'Q'
                    PERFORM SHOW-PREFS THRU SHOW-PREFS-EXIT
                 ELSE
                    PERFORM CHANGE-PREFS THRU CHANGE-PREFS-EXIT
                 END-IF
              END-IF

              PERFORM FORMAT-REPLY-MSG THRU FORMAT-REPLY-MSG-EXIT
           END-PERFORM.

           EXEC CICS RETURN END-EXEC.

      **************************************************************
      ** SEND THE CURRENT MESSAGE LINES BACK TO THE TERMINAL USER **
      **************************************************************
       FORMAT-REPLY-MSG.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          FROM (GDNAMEO) ERASE END-EXEC.

       FORMAT-REPLY-MSG-EXIT.
           EXIT.

      **************************************************************
      ** SET THE DEFAULT DATA ITEMS IN THE CEDAR BANK MAP         **
      **************************************************************
       SET-MAP-DEFAULTS.
           MOVE 'WBCN' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Q,CUSTID E,CUSTID,EMAIL M,CUSTID,MOBILE' TO GDNMSG1O.
           MOVE 'D,CUSTID,P/E/T  N,CUSTID,TYPE,P/E/T'     TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE PREFERENCE COMMAND                 **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a delivery preference command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACE  TO CMD-ACTION-TEXT CMD-CHAN-TEXT.
           MOVE SPACES TO CMD-CUST-TEXT CMD-VALUE-TEXT CMD-TYPE-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-CUST-TEXT CMD-VALUE-TEXT
                         CMD-CHAN-TEXT
           END-UNSTRING.

           IF CMD-ACTION-TEXT NOT = 'Q' AND CMD-ACTION-TEXT NOT = 'E'
              AND CMD-ACTION-TEXT NOT = 'M'
              AND CMD-ACTION-TEXT NOT = 'D'
              AND CMD-ACTION-TEXT NOT = 'N'
              MOVE 'Action must be Q, E, M, D or N' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-CUST-TEXT = SPACES
              MOVE 'Customer ID must not be blank' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE 0 TO VALUE-LENGTH.
           INSPECT CMD-VALUE-TEXT TALLYING VALUE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
      *    AN ADDRESS OR NUMBER MAY NOT START WITH OR CONTAIN A SPACE
           IF (CMD-ACTION-TEXT = 'E' OR CMD-ACTION-TEXT = 'M')
              AND CMD-VALUE-TEXT NOT = SPACES
              IF VALUE-LENGTH = 0
                 MOVE 61 TO VALUE-LENGTH
              ELSE
                 IF VALUE-LENGTH < 60
                    IF CMD-VALUE-TEXT(VALUE-LENGTH + 1:) NOT = SPACES
                       MOVE 61 TO VALUE-LENGTH
                    END-IF
                 END-IF
              END-IF
           END-IF.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'E'
                 IF CMD-VALUE-TEXT NOT = SPACES
                    MOVE 0 TO AT-SIGN-COUNT DOT-COUNT
                    INSPECT CMD-VALUE-TEXT TALLYING
                            AT-SIGN-COUNT FOR ALL '@'
                            DOT-COUNT FOR ALL '.'
                    IF AT-SIGN-COUNT NOT = 1 OR DOT-COUNT = 0
                       OR CMD-VALUE-TEXT(1:1) = '@'
                       OR VALUE-LENGTH < 6 OR VALUE-LENGTH > 60
                       MOVE 'Email address is not valid' TO GDNMSG1O
                       MOVE SPACES TO GDNMSG2O
                       MOVE 1 TO RET-CODE
                       GO TO PARSE-COMMAND-EXIT
                    END-IF
                 END-IF
              WHEN 'M'
                 IF CMD-VALUE-TEXT NOT = SPACES
                    IF VALUE-LENGTH < 10 OR VALUE-LENGTH > 15
                       MOVE 61 TO VALUE-LENGTH
                    ELSE
                       IF CMD-VALUE-TEXT(1:VALUE-LENGTH) NOT NUMERIC
                          MOVE 61 TO VALUE-LENGTH
                       END-IF
                    END-IF
                    IF VALUE-LENGTH = 61
                       MOVE 'Mobile number must be 10-15 digits'
                                               TO GDNMSG1O
                       MOVE SPACES TO GDNMSG2O
                       MOVE 1 TO RET-CODE
                       GO TO PARSE-COMMAND-EXIT
                    END-IF
                 END-IF
              WHEN 'D'
                 MOVE CMD-VALUE-TEXT(1:1) TO CMD-CHAN-TEXT
                 IF NOT CMD-CHAN-VALID
                    OR CMD-VALUE-TEXT(2:) NOT = SPACES
                    MOVE 'Channel must be P, E or T' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              WHEN 'N'
                 MOVE CMD-VALUE-TEXT(1:2) TO CMD-TYPE-TEXT
                 IF NOT CMD-TYPE-KNOWN
                    OR CMD-VALUE-TEXT(3:) NOT = SPACES
                    MOVE 'Not a notice type that can be routed'
                                               TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 IF CMD-CHAN-TEXT NOT = SPACE AND NOT CMD-CHAN-VALID
                    MOVE 'Channel must be P, E or T' TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
           END-EVALUATE.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(CURRENT-ISO-DATE)
                                END-EXEC.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** THE CUSTOMER MUST BE ON FILE                              **
      **************************************************************
       READ-CUSTOMER.
           MOVE CMD-CUST-TEXT TO CUST-ID.
           EXEC CICS READ
                     DATASET(WBCUSTDB-DD)
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     RIDFLD(CUST-REC-KEY)
                     KEYLENGTH(LENGTH OF CUST-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES TO GDNMSG1O
                 STRING 'Customer ' DELIMITED SIZE
                        CUST-ID DELIMITED SPACE
                        ' not on file' DELIMITED SIZE
                        INTO GDNMSG1O
                 END-STRING
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
              WHEN OTHER
                 MOVE 'I/O error on the Customer file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       READ-CUSTOMER-EXIT.
           EXIT.

      **************************************************************
      ** READ THE PREFERENCE RECORD - FOR UPDATE UNLESS THE        **
      ** COMMAND IS AN ENQUIRY                                     **
      **************************************************************
       READ-CNP-REC.
           MOVE 'N' TO CNP-FOUND.
           MOVE CUSTOMER-ID TO CNP-KEY-CUST-ID.
           IF CMD-ACTION-TEXT = 'Q'
              EXEC CICS READ
                        DATASET(WBCNPFDB-DD)
                        INTO(CNP-RECORD)
                        LENGTH(LENGTH OF CNP-RECORD)
                        RIDFLD(CNP-REC-KEY)
                        KEYLENGTH(LENGTH OF CNP-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS READ UPDATE
                        DATASET(WBCNPFDB-DD)
                        INTO(CNP-RECORD)
                        LENGTH(LENGTH OF CNP-RECORD)
                        RIDFLD(CNP-REC-KEY)
                        KEYLENGTH(LENGTH OF CNP-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE 'Y' TO CNP-FOUND
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES      TO CNP-RECORD
                 MOVE CUSTOMER-ID TO CNP-CUST-ID
                 MOVE 'P'         TO CNP-DEFAULT-CHANNEL
              WHEN OTHER
                 MOVE 'I/O error on the Preference file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       READ-CNP-REC-EXIT.
           EXIT.

      **************************************************************
      ** Q - SHOW THE ADDRESSES, THEIR BOUNCE MARKS AND CHANNELS   **
      **************************************************************
       SHOW-PREFS.
           PERFORM READ-CNP-REC THRU READ-CNP-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO SHOW-PREFS-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           IF NOT CNP-WAS-FOUND
              MOVE 'No preferences - all notices print' TO GDNMSG1O
              GO TO SHOW-PREFS-EXIT
           END-IF.

           MOVE 1 TO SHOW-PTR.
           STRING 'E:' DELIMITED SIZE
                  CNP-EMAIL-ADDR DELIMITED SPACE
                  INTO GDNMSG1O WITH POINTER SHOW-PTR
           END-STRING.
           IF CNP-EMAIL-BOUNCED
              STRING ' BOUNCED ' DELIMITED SIZE
                     CNP-EMAIL-BOUNCE-DATE DELIMITED SIZE
                     INTO GDNMSG1O WITH POINTER SHOW-PTR
              END-STRING
           END-IF.
           STRING ' M:' DELIMITED SIZE
                  CNP-MOBILE-NUM DELIMITED SPACE
                  INTO GDNMSG1O WITH POINTER SHOW-PTR
           END-STRING.
           IF CNP-MOBILE-BOUNCED
              STRING ' BOUNCED ' DELIMITED SIZE
                     CNP-MOBILE-BOUNCE-DATE DELIMITED SIZE
                     INTO GDNMSG1O WITH POINTER SHOW-PTR
              END-STRING
           END-IF.

           MOVE 1 TO SHOW-PTR.
           STRING 'Default ' DELIMITED SIZE
                  CNP-DEFAULT-CHANNEL DELIMITED SIZE
                  INTO GDNMSG2O WITH POINTER SHOW-PTR
           END-STRING.
           PERFORM VARYING CNP-IDX FROM 1 BY 1 UNTIL CNP-IDX > 10
              IF CNP-PREF-TYPE-CODE (CNP-IDX) NOT = SPACES
                 STRING ' ' DELIMITED SIZE
                        CNP-PREF-TYPE-CODE (CNP-IDX) DELIMITED SIZE
                        '=' DELIMITED SIZE
                        CNP-PREF-CHANNEL (CNP-IDX) DELIMITED SIZE
                        INTO GDNMSG2O WITH POINTER SHOW-PTR
                 END-STRING
              END-IF
           END-PERFORM.

       SHOW-PREFS-EXIT.
           EXIT.

      **************************************************************
      ** E, M, D, N - CHANGE ONE PREFERENCE AND STORE THE RECORD   **
      **************************************************************
       CHANGE-PREFS.
           PERFORM READ-CNP-REC THRU READ-CNP-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO CHANGE-PREFS-EXIT
           END-IF.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'E'
                 MOVE CMD-VALUE-TEXT TO CNP-EMAIL-ADDR
                 MOVE SPACE          TO CNP-EMAIL-STATUS
                 MOVE SPACES         TO CNP-EMAIL-BOUNCE-DATE
              WHEN 'M'
                 MOVE CMD-VALUE-TEXT TO CNP-MOBILE-NUM
                 MOVE SPACE          TO CNP-MOBILE-STATUS
                 MOVE SPACES         TO CNP-MOBILE-BOUNCE-DATE
              WHEN 'D'
                 PERFORM CHECK-CHANNEL THRU CHECK-CHANNEL-EXIT
                 IF RET-CODE = 0
                    MOVE CMD-CHAN-TEXT TO CNP-DEFAULT-CHANNEL
                 END-IF
              WHEN 'N'
                 PERFORM SET-TYPE-OVERRIDE
                    THRU SET-TYPE-OVERRIDE-EXIT
           END-EVALUATE.
           IF RET-CODE NOT = 0
              IF CNP-WAS-FOUND
                 EXEC CICS UNLOCK DATASET(WBCNPFDB-DD) NOHANDLE
                 END-EXEC
              END-IF
              GO TO CHANGE-PREFS-EXIT
           END-IF.

           MOVE CUSTOMER-SSN     TO CNP-SSN.
           MOVE CURRENT-ISO-DATE TO CNP-CHANGE-DATE.
           MOVE EIBOPID          TO CNP-CHANGE-OPID.
           IF CNP-WAS-FOUND
              EXEC CICS REWRITE
                        DATASET(WBCNPFDB-DD)
                        FROM(CNP-RECORD)
                        LENGTH(LENGTH OF CNP-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBCNPFDB-DD)
                        FROM(CNP-RECORD)
                        LENGTH(LENGTH OF CNP-RECORD)
                        RIDFLD(CNP-REC-KEY)
                        KEYLENGTH(LENGTH OF CNP-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error updating the Preference file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO CHANGE-PREFS-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'E'
                 MOVE 'Email address updated' TO GDNMSG1O
              WHEN 'M'
                 MOVE 'Mobile number updated' TO GDNMSG1O
              WHEN 'D'
                 MOVE 'Default channel updated' TO GDNMSG1O
              WHEN 'N'
                 MOVE 'Notice type channel updated' TO GDNMSG1O
           END-EVALUATE.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Notice delivery ' DELIMITED SIZE
                  CMD-ACTION-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CMD-TYPE-TEXT DELIMITED SIZE
                  CMD-CHAN-TEXT DELIMITED SIZE
                  ' set for customer ' DELIMITED SIZE
                  CUSTOMER-ID DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CHANGE-PREFS-EXIT.
           EXIT.

      **************************************************************
      ** AN ELECTRONIC CHANNEL NEEDS ITS ADDRESS OR NUMBER ON FILE **
      **************************************************************
       CHECK-CHANNEL.
           IF CMD-CHAN-TEXT = 'E' AND CNP-EMAIL-ADDR = SPACES
              MOVE 'Enter the email address first (E)' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
           END-IF.
           IF CMD-CHAN-TEXT = 'T' AND CNP-MOBILE-NUM = SPACES
              MOVE 'Enter the mobile number first (M)' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
           END-IF.

       CHECK-CHANNEL-EXIT.
           EXIT.

      **************************************************************
      ** N - SET, CHANGE OR (NO CHANNEL) REMOVE A TYPE OVERRIDE    **
      **************************************************************
       SET-TYPE-OVERRIDE.
           PERFORM CHECK-CHANNEL THRU CHECK-CHANNEL-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-TYPE-OVERRIDE-EXIT
           END-IF.

           MOVE 0 TO FREE-SLOT.
           PERFORM VARYING CNP-IDX FROM 1 BY 1 UNTIL CNP-IDX > 10
              IF CNP-PREF-TYPE-CODE (CNP-IDX) = CMD-TYPE-TEXT
                 SET FREE-SLOT TO CNP-IDX
              END-IF
           END-PERFORM.

           IF CMD-CHAN-TEXT = SPACE
              IF FREE-SLOT = 0
                 MOVE 'No override on file for that type' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
              ELSE
                 MOVE SPACES TO CNP-TYPE-PREF (FREE-SLOT)
              END-IF
              GO TO SET-TYPE-OVERRIDE-EXIT
           END-IF.

           IF FREE-SLOT = 0
              PERFORM VARYING CNP-IDX FROM 1 BY 1
                      UNTIL CNP-IDX > 10 OR FREE-SLOT NOT = 0
                 IF CNP-PREF-TYPE-CODE (CNP-IDX) = SPACES
                    SET FREE-SLOT TO CNP-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF FREE-SLOT = 0
              MOVE 'All 10 notice type overrides in use' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              GO TO SET-TYPE-OVERRIDE-EXIT
           END-IF.

           MOVE CMD-TYPE-TEXT TO CNP-PREF-TYPE-CODE (FREE-SLOT).
           MOVE CMD-CHAN-TEXT TO CNP-PREF-CHANNEL (FREE-SLOT).

       SET-TYPE-OVERRIDE-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED THEN
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
              PERFORM WRITE-AUDIT-REC THRU WRITE-AUDIT-REC-EXIT
           END-IF.

       WRITE-LOG-MSG-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A STRUCTURED AUDIT RECORD TO THE WBAUDTDB VSAM FILE,   *
      *  KEYED BY SSN/ACCOUNT/DATE, SO THE ACTIVITY LOGGED ABOVE CAN  *
      *  BE SEARCHED LATER BY CUSTOMER OR DATE RANGE (SEE AUDTRPT).   *
      *****************************************************************
       WRITE-AUDIT-REC.
           ADD 1 TO AUD-CALL-COUNT
           EXEC CICS ASKTIME ABSTIME(AUD-UTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(AUD-UTIME)
                                YYYYMMDD(AUD-DATE)
                                TIME(AUD-TIME)
                                END-EXEC
           MOVE CUSTOMER-SSN        TO AUD-SSN
           MOVE SPACES              TO AUD-ACCT-NUM
           MOVE EIBOPID             TO AUD-OPID
           COMPUTE AUD-SEQ-NUM = (EIBTASKN * 1000) + AUD-CALL-COUNT
           MOVE LOG-MSG-BUFFER      TO AUD-MESSAGE
           EXEC CICS WRITE DATASET(WBAUDTDB-DD)
                           FROM(AUDIT-RECORD)
                           RIDFLD(AUD-KEY)
                           KEYLENGTH(LENGTH OF AUD-KEY)
                           NOHANDLE
                           END-EXEC
           .
       WRITE-AUDIT-REC-EXIT.
           EXIT.

       XFER-WGRVCUSL.
           EXEC CICS XCTL PROGRAM('WGRVCUSL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCNTC.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCNTC-EXIT.
           EXIT.
