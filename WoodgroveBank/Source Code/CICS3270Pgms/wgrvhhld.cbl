      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** HOUSEHOLD MAINTENANCE FOR TELLERS. A HOUSEHOLD IS THE SET OF *
      ** CUSTOMERS WHOSE STATEMENTS AND NOTICES GO OUT IN ONE         *
      ** ENVELOPE (STMTGEN, NTFYGEN). THE NIGHTLY HHLDBLD RUN GROUPS  *
      ** CUSTOMERS BY ADDRESS; WHAT A TELLER SETS HERE IS NEVER       *
      ** CHANGED BY THAT RUN. THE COMMAND RIDES IN THE NAME FIELD OF  *
      ** THE GDNAME MAP AS                                            *
      **    Q,CUSTID         - SHOW THE CUSTOMER'S HOUSEHOLD          *
      **    J,CUSTID,CUSTID2 - JOIN CUSTID TO CUSTID2'S HOUSEHOLD     *
      **        (CUSTID2 STARTS ONE IF IT IS NOT IN A HOUSEHOLD)      *
      **    R,CUSTID         - TAKE CUSTID OUT OF ITS HOUSEHOLD AND   *
      **        KEEP IT OUT OF THE ADDRESS MATCH                      *
      **    O,CUSTID         - CUSTOMER OPTS OUT OF HOUSEHOLDING -    *
      **        ALL OF THEIR MAIL GOES IN THEIR OWN ENVELOPE          *
      **    I,CUSTID         - UNDO R OR O: THE CUSTOMER IS MATCHED   *
      **        BY ADDRESS AGAIN FROM THE NEXT NIGHTLY RUN            *
      ** EVERY CHANGE IS LOGGED TO WBAUDTDB.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVHHLD.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCUSTDB-DD                 PIC X(8)   VALUE 'WBCUSTDB'.
       01 CUST-REC-KEY.
           05 CUST-ID                 PIC X(10)  VALUE SPACES.

       01 WBHHLDDB-DD                 PIC X(8)   VALUE 'WBHHLDDB'.
       01 HHLD-REC-KEY.
           05 HHLD-KEY-CUST-ID        PIC X(10)  VALUE SPACES.

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
      *  HOUSEHOLD MEMBERSHIP RECORD, ONE PER CUSTOMER ID, AS STORED  *
      *  IN WBHHLDDB. SOURCE 'M' = ADDRESS MATCH (HHLDBLD), 'T' =     *
      *  SET ON THIS SCREEN. A BLANK HOUSEHOLD ID IS NOT IN ANY.      *
      *****************************************************************
       01  HHLD-RECORD.
           05 HHL-CUST-ID                 PIC X(10).
           05 HHL-HHLD-ID                 PIC X(10).
           05 HHL-SSN                     PIC X(9).
           05 HHL-SOURCE-CODE             PIC X(1).
              88 HHL-SOURCE-MATCH                VALUE 'M'.
              88 HHL-SOURCE-TELLER               VALUE 'T'.
           05 HHL-OPT-OUT-SW              PIC X(1).
              88 HHL-OPTED-OUT                   VALUE 'Y'.
           05 HHL-LINK-DATE               PIC X(10).
           05 HHL-OPID                    PIC X(3).
           05 FILLER                      PIC X(16).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-CUST-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-CUST2-TEXT              PIC X(10)   VALUE SPACES.

       01 JOIN-HHLD-ID                PIC X(10)   VALUE SPACES.
       01 JOIN-SSN                    PIC X(9)    VALUE SPACES.
       01 HHLD-FOUND                  PIC X       VALUE 'N'.
          88 HHLD-WAS-FOUND                       VALUE 'Y'.
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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVHHLD'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVHHLD)
                                PF3(END-WGRVHHLD)
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
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'Q'
                       PERFORM SHOW-HOUSEHOLD THRU SHOW-HOUSEHOLD-EXIT
                    WHEN 'J'
                       PERFORM JOIN-HOUSEHOLD THRU JOIN-HOUSEHOLD-EXIT
                    WHEN OTHER
                       PERFORM SET-HOUSEHOLD THRU SET-HOUSEHOLD-EXIT
                 END-EVALUATE
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
           MOVE 'WBHH' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Q,CUSTID show / J,CUSTID,CUSTID2 join'  TO GDNMSG1O.
           MOVE 'R=remove O=opt out I=back to matching'  TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE HOUSEHOLD COMMAND                  **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a household command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACE  TO CMD-ACTION-TEXT.
           MOVE SPACES TO CMD-CUST-TEXT CMD-CUST2-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-CUST-TEXT CMD-CUST2-TEXT
           END-UNSTRING.

           IF CMD-ACTION-TEXT NOT = 'Q' AND CMD-ACTION-TEXT NOT = 'J'
              AND CMD-ACTION-TEXT NOT = 'R'
              AND CMD-ACTION-TEXT NOT = 'O'
              AND CMD-ACTION-TEXT NOT = 'I'
              MOVE 'Action must be Q, J, R, O or I' TO GDNMSG1O
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

           IF CMD-ACTION-TEXT = 'J'
              AND (CMD-CUST2-TEXT = SPACES
                   OR CMD-CUST2-TEXT = CMD-CUST-TEXT)
              MOVE 'Join needs a second, different customer'
                                               TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

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
      ** BOTH CUSTOMERS MUST BE ON FILE. THE SECOND CUSTOMER OF A  **
      ** JOIN IS READ FIRST SO CUSTOMER-RECORD IS LEFT HOLDING THE **
      ** CUSTOMER THE COMMAND IS ABOUT (AND AUDITED UNDER)         **
      **************************************************************
       READ-CUSTOMER.
           IF CMD-ACTION-TEXT = 'J'
              MOVE CMD-CUST2-TEXT TO CUST-ID
              PERFORM READ-ONE-CUSTOMER THRU READ-ONE-CUSTOMER-EXIT
              IF RET-CODE NOT = 0
                 GO TO READ-CUSTOMER-EXIT
              END-IF
              MOVE CUSTOMER-SSN TO JOIN-SSN
           END-IF.

           MOVE CMD-CUST-TEXT TO CUST-ID.
           PERFORM READ-ONE-CUSTOMER THRU READ-ONE-CUSTOMER-EXIT.

       READ-CUSTOMER-EXIT.
           EXIT.

       READ-ONE-CUSTOMER.
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

       READ-ONE-CUSTOMER-EXIT.
           EXIT.

      **************************************************************
      ** READ THE HOUSEHOLD RECORD FOR HHLD-KEY-CUST-ID - FOR      **
      ** UPDATE UNLESS THE COMMAND IS AN ENQUIRY                   **
      **************************************************************
       READ-HHLD-REC.
           MOVE 'N' TO HHLD-FOUND.
           IF CMD-ACTION-TEXT = 'Q'
              EXEC CICS READ
                        DATASET(WBHHLDDB-DD)
                        INTO(HHLD-RECORD)
                        LENGTH(LENGTH OF HHLD-RECORD)
                        RIDFLD(HHLD-REC-KEY)
                        KEYLENGTH(LENGTH OF HHLD-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS READ UPDATE
                        DATASET(WBHHLDDB-DD)
                        INTO(HHLD-RECORD)
                        LENGTH(LENGTH OF HHLD-RECORD)
                        RIDFLD(HHLD-REC-KEY)
                        KEYLENGTH(LENGTH OF HHLD-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE 'Y' TO HHLD-FOUND
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'I/O error on the Household file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

       READ-HHLD-REC-EXIT.
           EXIT.

      **************************************************************
      ** WRITE A NEW OR REWRITE THE HELD HOUSEHOLD RECORD AS A     **
      ** TELLER ENTRY                                              **
      **************************************************************
       STORE-HHLD-REC.
           MOVE 'T'              TO HHL-SOURCE-CODE.
           MOVE CURRENT-ISO-DATE TO HHL-LINK-DATE.
           MOVE EIBOPID          TO HHL-OPID.
           IF HHLD-WAS-FOUND
              EXEC CICS REWRITE
                        DATASET(WBHHLDDB-DD)
                        FROM(HHLD-RECORD)
                        LENGTH(LENGTH OF HHLD-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              MOVE HHLD-KEY-CUST-ID TO HHL-CUST-ID
              EXEC CICS WRITE
                        DATASET(WBHHLDDB-DD)
                        FROM(HHLD-RECORD)
                        LENGTH(LENGTH OF HHLD-RECORD)
                        RIDFLD(HHLD-REC-KEY)
                        KEYLENGTH(LENGTH OF HHLD-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error updating the Household file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
           END-IF.

       STORE-HHLD-REC-EXIT.
           EXIT.

      **************************************************************
      ** Q - SHOW THE CUSTOMER'S HOUSEHOLD STANDING                **
      **************************************************************
       SHOW-HOUSEHOLD.
           MOVE CUSTOMER-ID TO HHLD-KEY-CUST-ID.
           PERFORM READ-HHLD-REC THRU READ-HHLD-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO SHOW-HOUSEHOLD-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           EVALUATE TRUE
              WHEN NOT HHLD-WAS-FOUND
                 MOVE 'Not in a household - matched nightly'
                                               TO GDNMSG1O
              WHEN HHL-OPTED-OUT
                 MOVE 'Opted out of householding' TO GDNMSG1O
              WHEN HHL-HHLD-ID = SPACES
                 MOVE 'Kept out of households by a teller'
                                               TO GDNMSG1O
              WHEN OTHER
                 STRING 'Household ' DELIMITED SIZE
                        HHL-HHLD-ID DELIMITED SPACE
                        INTO GDNMSG1O
                 END-STRING
           END-EVALUATE.

           IF HHLD-WAS-FOUND
              IF HHL-SOURCE-MATCH
                 STRING 'Address match on ' DELIMITED SIZE
                        HHL-LINK-DATE DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              ELSE
                 STRING 'Set by teller ' DELIMITED SIZE
                        HHL-OPID DELIMITED SIZE
                        ' on ' DELIMITED SIZE
                        HHL-LINK-DATE DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              END-IF
           END-IF.

       SHOW-HOUSEHOLD-EXIT.
           EXIT.

      **************************************************************
      ** J - JOIN THE CUSTOMER TO THE SECOND CUSTOMER'S HOUSEHOLD. **
      ** A SECOND CUSTOMER NOT IN A HOUSEHOLD STARTS ONE UNDER ITS **
      ** OWN ID. NEITHER MAY HAVE OPTED OUT.                       **
      **************************************************************
       JOIN-HOUSEHOLD.
           MOVE CUSTOMER-ID TO HHLD-KEY-CUST-ID.
           PERFORM READ-HHLD-REC THRU READ-HHLD-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO JOIN-HOUSEHOLD-EXIT
           END-IF.
           IF HHLD-WAS-FOUND AND HHL-OPTED-OUT
              MOVE 'Customer opted out - use I first' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBHHLDDB-DD) NOHANDLE END-EXEC
              GO TO JOIN-HOUSEHOLD-EXIT
           END-IF.
           EXEC CICS UNLOCK DATASET(WBHHLDDB-DD) NOHANDLE END-EXEC.

           MOVE CMD-CUST2-TEXT TO HHLD-KEY-CUST-ID.
           PERFORM READ-HHLD-REC THRU READ-HHLD-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO JOIN-HOUSEHOLD-EXIT
           END-IF.
           IF HHLD-WAS-FOUND AND HHL-OPTED-OUT
              MOVE 'Second customer opted out of householding'
                                               TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 2 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBHHLDDB-DD) NOHANDLE END-EXEC
              GO TO JOIN-HOUSEHOLD-EXIT
           END-IF.

           IF HHLD-WAS-FOUND AND HHL-HHLD-ID NOT = SPACES
              MOVE HHL-HHLD-ID TO JOIN-HHLD-ID
              EXEC CICS UNLOCK DATASET(WBHHLDDB-DD) NOHANDLE END-EXEC
           ELSE
              MOVE CMD-CUST2-TEXT TO JOIN-HHLD-ID
              IF NOT HHLD-WAS-FOUND
                 MOVE SPACES TO HHLD-RECORD
                 MOVE 'N'    TO HHL-OPT-OUT-SW
              END-IF
              MOVE JOIN-HHLD-ID TO HHL-HHLD-ID
              MOVE JOIN-SSN     TO HHL-SSN
              PERFORM STORE-HHLD-REC THRU STORE-HHLD-REC-EXIT
              IF RET-CODE NOT = 0
                 GO TO JOIN-HOUSEHOLD-EXIT
              END-IF
           END-IF.

           MOVE CUSTOMER-ID TO HHLD-KEY-CUST-ID.
           PERFORM READ-HHLD-REC THRU READ-HHLD-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO JOIN-HOUSEHOLD-EXIT
           END-IF.
           IF NOT HHLD-WAS-FOUND
              MOVE SPACES TO HHLD-RECORD
              MOVE 'N'    TO HHL-OPT-OUT-SW
           END-IF.
           MOVE JOIN-HHLD-ID TO HHL-HHLD-ID.
           MOVE CUSTOMER-SSN TO HHL-SSN.
           PERFORM STORE-HHLD-REC THRU STORE-HHLD-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO JOIN-HOUSEHOLD-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           STRING 'Joined to household ' DELIMITED SIZE
                  JOIN-HHLD-ID DELIMITED SPACE
                  INTO GDNMSG1O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Customer ' DELIMITED SIZE
                  CUSTOMER-ID DELIMITED SIZE
                  ' joined to household ' DELIMITED SIZE
                  JOIN-HHLD-ID DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       JOIN-HOUSEHOLD-EXIT.
           EXIT.

      **************************************************************
      ** R - REMOVE, O - OPT OUT, I - BACK TO THE ADDRESS MATCH    **
      **************************************************************
       SET-HOUSEHOLD.
           MOVE CUSTOMER-ID TO HHLD-KEY-CUST-ID.
           PERFORM READ-HHLD-REC THRU READ-HHLD-REC-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-HOUSEHOLD-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'I'
              IF NOT HHLD-WAS-FOUND OR HHL-SOURCE-MATCH
                 MOVE 'Customer is already matched nightly'
                                               TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 EXEC CICS UNLOCK DATASET(WBHHLDDB-DD) NOHANDLE
                 END-EXEC
                 GO TO SET-HOUSEHOLD-EXIT
              END-IF
              EXEC CICS DELETE
                        DATASET(WBHHLDDB-DD)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = DFHRESP(NORMAL)
                 MOVE 'Error updating the Household file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO SET-HOUSEHOLD-EXIT
              END-IF
           ELSE
              IF NOT HHLD-WAS-FOUND
                 MOVE SPACES TO HHLD-RECORD
              END-IF
              IF CMD-ACTION-TEXT = 'R' AND HHL-OPTED-OUT
                 MOVE 'Customer has opted out already' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 EXEC CICS UNLOCK DATASET(WBHHLDDB-DD) NOHANDLE
                 END-EXEC
                 GO TO SET-HOUSEHOLD-EXIT
              END-IF
              IF CMD-ACTION-TEXT = 'O'
                 MOVE 'Y' TO HHL-OPT-OUT-SW
              ELSE
                 MOVE 'N' TO HHL-OPT-OUT-SW
              END-IF
              MOVE SPACES       TO HHL-HHLD-ID
              MOVE CUSTOMER-SSN TO HHL-SSN
              PERFORM STORE-HHLD-REC THRU STORE-HHLD-REC-EXIT
              IF RET-CODE NOT = 0
                 GO TO SET-HOUSEHOLD-EXIT
              END-IF
           END-IF.

           EVALUATE CMD-ACTION-TEXT
              WHEN 'R'
                 MOVE 'Removed - kept out of households' TO GDNMSG1O
              WHEN 'O'
                 MOVE 'Opted out - mails on its own' TO GDNMSG1O
              WHEN 'I'
                 MOVE 'Back to the nightly address match' TO GDNMSG1O
           END-EVALUATE.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Household action ' DELIMITED SIZE
                  CMD-ACTION-TEXT DELIMITED SIZE
                  ' for customer ' DELIMITED SIZE
                  CUSTOMER-ID DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       SET-HOUSEHOLD-EXIT.
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

       END-WGRVHHLD.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVHHLD-EXIT.
           EXIT.
