      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** CHECK-STOCK ORDERS FOR TELLERS. ORDERS ARE KEPT ON WBCKORDB  *
      ** KEYED BY THE CHECKING ACCOUNT AND AN ORDER SEQUENCE. THE     *
      ** COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS         *
      **    O,SSN,ACCT,STYLE,QTY,START - ORDER CHECKS. STYLE IS WS    *
      **        (WALLET), WD (WALLET WITH DUPLICATES) OR B3 (BUSINESS *
      **        3-TO-A-PAGE); QTY IS A MULTIPLE OF 50 UP TO 2000.     *
      **        START IS OPTIONAL - THE DEFAULT FOLLOWS ON FROM THE   *
      **        HIGHEST SERIAL ALREADY ORDERED (101 FOR A FIRST       *
      **        ORDER). A RANGE MAY NOT OVERLAP AN OPEN OR ISSUED     *
      **        ORDER ON THE ACCOUNT.                                 *
      **    A,SSN,ACCT,SEQ,STREET,CITY,ST,ZIP - SHIP AN OPEN ORDER TO *
      **        AN ADDRESS OTHER THAN THE CUSTOMER'S ADDRESS ON FILE  *
      **    C,SSN,ACCT,SEQ - CANCEL AN OPEN ORDER                     *
      **    Q,SSN,ACCT,SEQ - SHOW AN ORDER (THE LATEST WITHOUT SEQ)   *
      ** THE NIGHTLY CKORDEXT RUN SENDS OPEN ORDERS TO THE PRINTER,   *
      ** CHARGES THE CHECK-ORDER FEE (FEE CODE CKOR) AND MARKS THEM   *
      ** ISSUED. EVERY ACTION IS LOGGED TO WBAUDTDB.                  *
      ** PF10 RETURNS TO THE WGRVCUSL CUSTOMER SCREEN.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCKOR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCKORDB-DD                 PIC X(8)    VALUE 'WBCKORDB'.
       01 CKO-REC-KEY.
          05 CKO-KEY-SSN              PIC X(9)    VALUE SPACES.
          05 CKO-KEY-ACCT-NUM         PIC X(10)   VALUE SPACES.
          05 CKO-KEY-SEQ              PIC 9(4)    VALUE 0.
       01 CKO-RECORD.
          05 CKO-SSN                  PIC X(9).
          05 CKO-ACCT-NUM             PIC X(10).
          05 CKO-SEQ                  PIC 9(4).
          05 CKO-STYLE-CODE           PIC X(2).
             88 CKO-STYLE-VALID              VALUE 'WS' 'WD' 'B3'.
          05 CKO-QUANTITY             PIC 9(4).
          05 CKO-START-SERIAL         PIC 9(10).
          05 CKO-END-SERIAL           PIC 9(10).
          05 CKO-SHIP-TO.
             10 CKO-SHIP-STREET       PIC X(20).
             10 CKO-SHIP-CITY         PIC X(10).
             10 CKO-SHIP-STATE        PIC X(4).
             10 CKO-SHIP-ZIP          PIC X(5).
          05 CKO-STATUS-CODE          PIC X(1).
             88 CKO-STATUS-ORDERED           VALUE 'O'.
             88 CKO-STATUS-ISSUED            VALUE 'I'.
             88 CKO-STATUS-CANCELLED         VALUE 'C'.
             88 CKO-STATUS-REJECTED          VALUE 'R'.
          05 CKO-SOURCE-CODE          PIC X(1).
          05 CKO-ORDER-DATE           PIC X(10).
          05 CKO-OPID                 PIC X(3).
          05 CKO-EXTRACT-DATE         PIC X(10).
          05 CKO-FEE-AMT              PIC S9(5)V99   COMP-3.
          05 CKO-REJECT-REASON        PIC X(20).
          05 FILLER                   PIC X(16).

       01 WBACCTDB-DD                 PIC X(8)    VALUE 'WBACCTDB'.
       01 ACCT-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 NUM                         PIC X(10)  VALUE SPACES.

       01  ACCOUNT-RECORD.
           05 ACCOUNT-SSN                 PIC X(9).
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-TYPE.
              10 ACCOUNT-TYPE-CODE        PIC X.
                 88 ACCOUNT-TYPE-CHK            VALUE 'C'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 FILLER                      PIC X(52).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-ARG-3-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-ARG-4-TEXT              PIC X(20)   VALUE SPACES.
       01 CMD-ARG-5-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-ARG-6-TEXT              PIC X(04)   VALUE SPACES.
       01 CMD-ARG-7-TEXT              PIC X(05)   VALUE SPACES.

      *****************************************************************
      *  CONVERT-NUMBER TURNS NUM-TEXT (DIGITS, THEN TRAILING SPACES) *
      *  INTO NUM-VALUE; NUM-IS-VALID IS OFF FOR ANYTHING ELSE        *
      *****************************************************************
       01 NUM-TEXT                    PIC X(10)   VALUE SPACES.
       01 NUM-VALUE                   PIC 9(10)   VALUE 0.
       01 NUM-DIGIT                   PIC 9       VALUE 0.
       01 NUM-IX                      PIC S9(4)   COMP  VALUE 0.
       01 NUM-VALID-SW                PIC X       VALUE 'N'.
          88 NUM-IS-VALID                         VALUE 'Y'.
       01 NUM-END-SW                  PIC X       VALUE 'N'.
          88 NUM-AT-END                           VALUE 'Y'.

       01 ORDER-QTY                   PIC 9(4)    VALUE 0.
       01 ORDER-SEQ                   PIC 9(4)    VALUE 0.
       01 ORDER-START                 PIC 9(10)   VALUE 0.
       01 ORDER-END                   PIC 9(10)   VALUE 0.
       01 ORDER-START-GIVEN           PIC X       VALUE 'N'.
          88 START-WAS-GIVEN                      VALUE 'Y'.
       01 QTY-BLOCKS                  PIC 9(4)    VALUE 0.
       01 QTY-REMAINDER               PIC 9(4)    VALUE 0.

      *****************************************************************
      *  RESULTS OF BROWSING THE ACCOUNT'S ORDERS - SEE SCAN-ORDERS   *
      *****************************************************************
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 SCAN-HIGH-SEQ               PIC 9(4)    VALUE 0.
       01 SCAN-HIGH-END               PIC 9(10)   VALUE 0.
       01 SCAN-OVERLAP-SW             PIC X       VALUE 'N'.
          88 SCAN-FOUND-OVERLAP                   VALUE 'Y'.
       01 SCAN-OVERLAP-SEQ            PIC 9(4)    VALUE 0.

       01 EDIT-QTY                    PIC Z,ZZ9.
       01 EDIT-FEE                    PIC ZZ,ZZ9.99.
       01 STATUS-TEXT                 PIC X(10)   VALUE SPACES.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVCKOR'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVCKOR)
                                PF3(END-WGRVCKOR)
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
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'O'
                       PERFORM PLACE-ORDER THRU PLACE-ORDER-EXIT
                    WHEN 'A'
                       PERFORM SET-SHIP-TO THRU SET-SHIP-TO-EXIT
                    WHEN 'C'
                       PERFORM CANCEL-ORDER THRU CANCEL-ORDER-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-ORDER THRU SHOW-ORDER-EXIT
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
           MOVE 'WBCK' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'O,SSN,ACCT,STYLE,QTY,START  C,SSN,ACCT,SEQ cancel'
                                                      TO GDNMSG1O.
           MOVE 'A,SSN,ACCT,SEQ,ADDR,CITY,ST,ZIP  Q,SSN,ACCT,SEQ show'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE ORDER COMMAND                      **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a check order command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT CMD-ARG-3-TEXT
                          CMD-ARG-4-TEXT CMD-ARG-5-TEXT CMD-ARG-6-TEXT
                          CMD-ARG-7-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.
           MOVE 0      TO ORDER-QTY ORDER-SEQ ORDER-START ORDER-END.
           MOVE 'N'    TO ORDER-START-GIVEN.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                         CMD-ACCT-TEXT CMD-ARG-3-TEXT
                         CMD-ARG-4-TEXT CMD-ARG-5-TEXT
                         CMD-ARG-6-TEXT CMD-ARG-7-TEXT
           END-UNSTRING.
           MOVE SPACES TO GDNMSG2O.

           IF CMD-ACTION-TEXT NOT = 'O' AND CMD-ACTION-TEXT NOT = 'A'
              AND CMD-ACTION-TEXT NOT = 'C'
              AND CMD-ACTION-TEXT NOT = 'Q'
              MOVE 'Action must be O, A, C or Q' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-SSN-TEXT IS NOT NUMERIC OR CMD-ACCT-TEXT = SPACES
              MOVE 'SSN and checking account are required' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'O'
              PERFORM PARSE-ORDER-ARGS THRU PARSE-ORDER-ARGS-EXIT
              IF RET-CODE NOT = 0
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           ELSE
              IF CMD-ARG-3-TEXT NOT = SPACES OR
                 CMD-ACTION-TEXT NOT = 'Q'
                 MOVE CMD-ARG-3-TEXT TO NUM-TEXT
                 PERFORM CONVERT-NUMBER THRU CONVERT-NUMBER-EXIT
                 IF NOT NUM-IS-VALID OR NUM-VALUE = 0
                    OR NUM-VALUE > 9999
                    MOVE 'Order sequence number is required'
                                                      TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 MOVE NUM-VALUE TO ORDER-SEQ
              END-IF
           END-IF.

           IF CMD-ACTION-TEXT = 'A'
              IF CMD-ARG-4-TEXT = SPACES OR CMD-ARG-5-TEXT = SPACES
                 OR CMD-ARG-6-TEXT = SPACES
                 OR CMD-ARG-7-TEXT IS NOT NUMERIC
                 MOVE 'Street, city, state and 5-digit zip required'
                                                      TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           MOVE CMD-SSN-TEXT  TO CKO-KEY-SSN SSN OF ACCT-REC-KEY.
           MOVE CMD-ACCT-TEXT TO CKO-KEY-ACCT-NUM NUM OF ACCT-REC-KEY.
           MOVE ORDER-SEQ     TO CKO-KEY-SEQ.
           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** STYLE, QUANTITY AND OPTIONAL STARTING SERIAL OF AN ORDER  **
      **************************************************************
       PARSE-ORDER-ARGS.
           MOVE CMD-ARG-3-TEXT(1:2) TO CKO-STYLE-CODE.
           IF CMD-ARG-3-TEXT(3:8) NOT = SPACES OR NOT CKO-STYLE-VALID
              MOVE 'Style must be WS, WD or B3' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-ORDER-ARGS-EXIT
           END-IF.

           MOVE CMD-ARG-4-TEXT(1:10) TO NUM-TEXT.
           PERFORM CONVERT-NUMBER THRU CONVERT-NUMBER-EXIT.
           IF CMD-ARG-4-TEXT(11:10) NOT = SPACES
              MOVE 'N' TO NUM-VALID-SW
           END-IF.
           IF NUM-IS-VALID AND NUM-VALUE > 0 AND NUM-VALUE NOT > 2000
              DIVIDE NUM-VALUE BY 50 GIVING QTY-BLOCKS
                     REMAINDER QTY-REMAINDER
           ELSE
              MOVE 1 TO QTY-REMAINDER
           END-IF.
           IF QTY-REMAINDER NOT = 0
              MOVE 'Quantity must be a multiple of 50, up to 2000'
                                                      TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-ORDER-ARGS-EXIT
           END-IF.
           MOVE NUM-VALUE TO ORDER-QTY.

           IF CMD-ARG-5-TEXT NOT = SPACES
              MOVE CMD-ARG-5-TEXT TO NUM-TEXT
              PERFORM CONVERT-NUMBER THRU CONVERT-NUMBER-EXIT
              IF NOT NUM-IS-VALID OR NUM-VALUE = 0
                 OR NUM-VALUE > 9999990000
                 MOVE 'Starting serial must be a number' TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-ORDER-ARGS-EXIT
              END-IF
              MOVE NUM-VALUE TO ORDER-START
              MOVE 'Y'       TO ORDER-START-GIVEN
           END-IF.

       PARSE-ORDER-ARGS-EXIT.
           EXIT.

      **************************************************************
      ** PLACE AN ORDER ON AN OPEN CHECKING ACCOUNT. THE RANGE MAY **
      ** NOT OVERLAP AN OPEN OR ISSUED ORDER ON THE ACCOUNT.       **
      **************************************************************
       PLACE-ORDER.
           PERFORM READ-CHECKING-ACCOUNT
              THRU READ-CHECKING-ACCOUNT-EXIT.
           IF RET-CODE NOT = 0
              GO TO PLACE-ORDER-EXIT
           END-IF.

           IF START-WAS-GIVEN
              COMPUTE ORDER-END = ORDER-START + ORDER-QTY - 1
           END-IF.
           PERFORM SCAN-ORDERS THRU SCAN-ORDERS-EXIT.
           IF RET-CODE NOT = 0
              GO TO PLACE-ORDER-EXIT
           END-IF.
           IF SCAN-HIGH-SEQ NOT < 9999
              MOVE 'Order sequence exhausted for this account'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO PLACE-ORDER-EXIT
           END-IF.

           IF NOT START-WAS-GIVEN
              IF SCAN-HIGH-END = 0
                 MOVE 101 TO ORDER-START
              ELSE
                 COMPUTE ORDER-START = SCAN-HIGH-END + 1
              END-IF
              IF ORDER-START > 9999990000
                 MOVE 'No serial range left - give a starting serial'
                                                      TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO PLACE-ORDER-EXIT
              END-IF
              COMPUTE ORDER-END = ORDER-START + ORDER-QTY - 1
           END-IF.
           IF SCAN-FOUND-OVERLAP
              MOVE SPACES TO GDNMSG1O
              STRING 'Serials overlap order ' DELIMITED SIZE
                     SCAN-OVERLAP-SEQ DELIMITED SIZE
                     ' on this account' DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              MOVE 2 TO RET-CODE
              GO TO PLACE-ORDER-EXIT
           END-IF.

           MOVE SPACES           TO CKO-RECORD.
           MOVE CMD-SSN-TEXT     TO CKO-SSN.
           MOVE CMD-ACCT-TEXT    TO CKO-ACCT-NUM.
           COMPUTE CKO-SEQ = SCAN-HIGH-SEQ + 1.
           MOVE CMD-ARG-3-TEXT(1:2) TO CKO-STYLE-CODE.
           MOVE ORDER-QTY        TO CKO-QUANTITY.
           MOVE ORDER-START      TO CKO-START-SERIAL.
           MOVE ORDER-END        TO CKO-END-SERIAL.
           MOVE 'O'              TO CKO-STATUS-CODE.
           MOVE 'T'              TO CKO-SOURCE-CODE.
           MOVE TODAY-ISO        TO CKO-ORDER-DATE.
           MOVE EIBOPID          TO CKO-OPID.
           MOVE 0                TO CKO-FEE-AMT.
           MOVE CKO-SEQ          TO CKO-KEY-SEQ.
           EXEC CICS WRITE
                     DATASET(WBCKORDB-DD)
                     FROM(CKO-RECORD)
                     LENGTH(LENGTH OF CKO-RECORD)
                     RIDFLD(CKO-REC-KEY)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the check order file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO PLACE-ORDER-EXIT
           END-IF.

           MOVE ORDER-QTY TO EDIT-QTY.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' placed: ' DELIMITED SIZE
                  EDIT-QTY DELIMITED SIZE
                  ' style ' DELIMITED SIZE
                  CKO-STYLE-CODE DELIMITED SIZE
                  ' serials ' DELIMITED SIZE
                  CKO-START-SERIAL DELIMITED SIZE
                  '-' DELIMITED SIZE
                  CKO-END-SERIAL DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE 'Ships to the address on file; fee charged when sent'
                                                      TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Check order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CKO-STYLE-CODE DELIMITED SIZE
                  ' x' DELIMITED SIZE
                  CKO-QUANTITY DELIMITED SIZE
                  ' from ' DELIMITED SIZE
                  CKO-START-SERIAL DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       PLACE-ORDER-EXIT.
           EXIT.

      **************************************************************
      ** SHIP AN OPEN ORDER TO AN ADDRESS OTHER THAN THE ONE ON    **
      ** FILE                                                      **
      **************************************************************
       SET-SHIP-TO.
           PERFORM READ-ORDER-FOR-UPDATE
              THRU READ-ORDER-FOR-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-SHIP-TO-EXIT
           END-IF.

           MOVE CMD-ARG-4-TEXT TO CKO-SHIP-STREET.
           MOVE CMD-ARG-5-TEXT TO CKO-SHIP-CITY.
           MOVE CMD-ARG-6-TEXT TO CKO-SHIP-STATE.
           MOVE CMD-ARG-7-TEXT TO CKO-SHIP-ZIP.
           MOVE EIBOPID        TO CKO-OPID.
           EXEC CICS REWRITE
                     DATASET(WBCKORDB-DD)
                     FROM(CKO-RECORD)
                     LENGTH(LENGTH OF CKO-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error rewriting the check order file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO SET-SHIP-TO-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' ships to ' DELIMITED SIZE
                  CKO-SHIP-STREET DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CKO-SHIP-CITY DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CKO-SHIP-STATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CKO-SHIP-ZIP DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Check order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' ship-to changed to zip ' DELIMITED SIZE
                  CKO-SHIP-ZIP DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       SET-SHIP-TO-EXIT.
           EXIT.

      **************************************************************
      ** CANCEL AN ORDER NOT YET SENT TO THE PRINTER               **
      **************************************************************
       CANCEL-ORDER.
           PERFORM READ-ORDER-FOR-UPDATE
              THRU READ-ORDER-FOR-UPDATE-EXIT.
           IF RET-CODE NOT = 0
              GO TO CANCEL-ORDER-EXIT
           END-IF.

           MOVE 'C'     TO CKO-STATUS-CODE.
           MOVE EIBOPID TO CKO-OPID.
           EXEC CICS REWRITE
                     DATASET(WBCKORDB-DD)
                     FROM(CKO-RECORD)
                     LENGTH(LENGTH OF CKO-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error rewriting the check order file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
              GO TO CANCEL-ORDER-EXIT
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           STRING 'Order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' cancelled - serials ' DELIMITED SIZE
                  CKO-START-SERIAL DELIMITED SIZE
                  '-' DELIMITED SIZE
                  CKO-END-SERIAL DELIMITED SIZE
                  ' released' DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Check order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' acct ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SPACE
                  ' cancelled by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CANCEL-ORDER-EXIT.
           EXIT.

      **************************************************************
      ** SHOW AN ORDER - THE LATEST ON THE ACCOUNT WHEN NO SEQ IS  **
      ** GIVEN                                                     **
      **************************************************************
       SHOW-ORDER.
           IF ORDER-SEQ = 0
              PERFORM SCAN-ORDERS THRU SCAN-ORDERS-EXIT
              IF RET-CODE NOT = 0
                 GO TO SHOW-ORDER-EXIT
              END-IF
              IF SCAN-HIGH-SEQ = 0
                 MOVE 'No check orders on this account' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-ORDER-EXIT
              END-IF
              MOVE SCAN-HIGH-SEQ TO CKO-KEY-SEQ
           END-IF.

           EXEC CICS READ
                     DATASET(WBCKORDB-DD)
                     INTO(CKO-RECORD)
                     LENGTH(LENGTH OF CKO-RECORD)
                     RIDFLD(CKO-REC-KEY)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Order not on file for this account' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-ORDER-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the check order file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-ORDER-EXIT
           END-EVALUATE.

           EVALUATE TRUE
              WHEN CKO-STATUS-ORDERED   MOVE 'ORDERED'   TO STATUS-TEXT
              WHEN CKO-STATUS-ISSUED    MOVE 'ISSUED'    TO STATUS-TEXT
              WHEN CKO-STATUS-CANCELLED MOVE 'CANCELLED' TO STATUS-TEXT
              WHEN OTHER                MOVE 'REJECTED'  TO STATUS-TEXT
           END-EVALUATE.

           MOVE CKO-QUANTITY TO EDIT-QTY.
           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           STRING 'Order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  STATUS-TEXT DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CKO-ORDER-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CKO-STYLE-CODE DELIMITED SIZE
                  EDIT-QTY DELIMITED SIZE
                  ' serials ' DELIMITED SIZE
                  CKO-START-SERIAL DELIMITED SIZE
                  '-' DELIMITED SIZE
                  CKO-END-SERIAL DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           EVALUATE TRUE
              WHEN CKO-STATUS-ISSUED
                 MOVE CKO-FEE-AMT TO EDIT-FEE
                 STRING 'Sent to the printer ' DELIMITED SIZE
                        CKO-EXTRACT-DATE DELIMITED SIZE
                        ', fee ' DELIMITED SIZE
                        EDIT-FEE DELIMITED SIZE
                        ', to zip ' DELIMITED SIZE
                        CKO-SHIP-ZIP DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN CKO-STATUS-REJECTED
                 STRING 'Rejected ' DELIMITED SIZE
                        CKO-EXTRACT-DATE DELIMITED SIZE
                        ': ' DELIMITED SIZE
                        CKO-REJECT-REASON DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN CKO-SHIP-STREET = SPACES
                 MOVE 'Ships to the customer address on file'
                                                      TO GDNMSG2O
              WHEN OTHER
                 STRING 'Ships to ' DELIMITED SIZE
                        CKO-SHIP-STREET DELIMITED SIZE
                        ' ' DELIMITED SIZE
                        CKO-SHIP-CITY DELIMITED SIZE
                        ' ' DELIMITED SIZE
                        CKO-SHIP-STATE DELIMITED SIZE
                        ' ' DELIMITED SIZE
                        CKO-SHIP-ZIP DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
           END-EVALUATE.

       SHOW-ORDER-EXIT.
           EXIT.

      **************************************************************
      ** READ THE ORDER NAMED BY CKO-REC-KEY FOR UPDATE. ONLY AN   **
      ** ORDER NOT YET SENT TO THE PRINTER MAY BE CHANGED.         **
      **************************************************************
       READ-ORDER-FOR-UPDATE.
           EXEC CICS READ UPDATE
                     DATASET(WBCKORDB-DD)
                     INTO(CKO-RECORD)
                     LENGTH(LENGTH OF CKO-RECORD)
                     RIDFLD(CKO-REC-KEY)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Order not on file for this account' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO READ-ORDER-FOR-UPDATE-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the check order file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO READ-ORDER-FOR-UPDATE-EXIT
           END-EVALUATE.
           IF NOT CKO-STATUS-ORDERED
              EXEC CICS UNLOCK DATASET(WBCKORDB-DD) END-EXEC
              MOVE 'Order has already been sent, cancelled or rejected'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
           END-IF.

       READ-ORDER-FOR-UPDATE-EXIT.
           EXIT.

      **************************************************************
      ** CHECKS ARE ORDERED ONLY ON AN OPEN CHECKING ACCOUNT       **
      **************************************************************
       READ-CHECKING-ACCOUNT.
           EXEC CICS READ
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account not on file under that SSN' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO READ-CHECKING-ACCOUNT-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO READ-CHECKING-ACCOUNT-EXIT
           END-EVALUATE.
           IF NOT ACCOUNT-TYPE-CHK
              MOVE 'Checks can only be ordered on a checking account'
                                                      TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO READ-CHECKING-ACCOUNT-EXIT
           END-IF.
           IF NOT ACCOUNT-ACTIVE
              MOVE 'Checking account is not open' TO GDNMSG1O
              MOVE 2 TO RET-CODE
           END-IF.

       READ-CHECKING-ACCOUNT-EXIT.
           EXIT.

      **************************************************************
      ** BROWSE THE ACCOUNT'S ORDERS FOR THE HIGHEST SEQUENCE, THE **
      ** HIGHEST SERIAL ON AN OPEN OR ISSUED ORDER, AND ANY OPEN   **
      ** OR ISSUED ORDER THE RANGE ORDER-START/ORDER-END OVERLAPS  **
      **************************************************************
       SCAN-ORDERS.
           MOVE 0   TO SCAN-HIGH-SEQ SCAN-HIGH-END SCAN-OVERLAP-SEQ.
           MOVE 'N' TO SCAN-OVERLAP-SW SCAN-DONE.
           MOVE 0   TO CKO-KEY-SEQ.

           EXEC CICS STARTBR
                     DATASET(WBCKORDB-DD)
                     RIDFLD(CKO-REC-KEY)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO SCAN-ORDERS-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the check order file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SCAN-ORDERS-EXIT
           END-EVALUATE.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBCKORDB-DD)
                        INTO(CKO-RECORD)
                        LENGTH(LENGTH OF CKO-RECORD)
                        RIDFLD(CKO-REC-KEY)
                        KEYLENGTH(LENGTH OF CKO-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF CKO-SSN NOT = CMD-SSN-TEXT OR
                    CKO-ACCT-NUM NOT = CMD-ACCT-TEXT THEN
                    MOVE 'Y' TO SCAN-DONE
                 ELSE
                    MOVE CKO-SEQ TO SCAN-HIGH-SEQ
                    IF CKO-STATUS-ORDERED OR CKO-STATUS-ISSUED
                       IF CKO-END-SERIAL > SCAN-HIGH-END
                          MOVE CKO-END-SERIAL TO SCAN-HIGH-END
                       END-IF
                       IF START-WAS-GIVEN AND
                          ORDER-START NOT > CKO-END-SERIAL AND
                          ORDER-END NOT < CKO-START-SERIAL
                          SET SCAN-FOUND-OVERLAP TO TRUE
                          MOVE CKO-SEQ TO SCAN-OVERLAP-SEQ
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR DATASET(WBCKORDB-DD) END-EXEC.
           MOVE CMD-SSN-TEXT  TO CKO-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO CKO-KEY-ACCT-NUM.
           MOVE ORDER-SEQ     TO CKO-KEY-SEQ.

       SCAN-ORDERS-EXIT.
           EXIT.

      **************************************************************
      ** CONVERT NUM-TEXT TO NUM-VALUE - DIGITS FOLLOWED ONLY BY   **
      ** SPACES                                                    **
      **************************************************************
       CONVERT-NUMBER.
           MOVE 0   TO NUM-VALUE.
           MOVE 'Y' TO NUM-VALID-SW.
           MOVE 'N' TO NUM-END-SW.
           IF NUM-TEXT(1:1) IS NOT NUMERIC
              MOVE 'N' TO NUM-VALID-SW
              GO TO CONVERT-NUMBER-EXIT
           END-IF.
           PERFORM VARYING NUM-IX FROM 1 BY 1 UNTIL NUM-IX > 10
              IF NUM-TEXT(NUM-IX:1) = SPACE
                 MOVE 'Y' TO NUM-END-SW
              ELSE
                 IF NUM-AT-END OR NUM-TEXT(NUM-IX:1) IS NOT NUMERIC
                    MOVE 'N' TO NUM-VALID-SW
                 ELSE
                    MOVE NUM-TEXT(NUM-IX:1) TO NUM-DIGIT
                    COMPUTE NUM-VALUE = (NUM-VALUE * 10) + NUM-DIGIT
                 END-IF
              END-IF
           END-PERFORM.

       CONVERT-NUMBER-EXIT.
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
           MOVE CMD-SSN-TEXT        TO AUD-SSN
           MOVE CMD-ACCT-TEXT       TO AUD-ACCT-NUM
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

       END-WGRVCKOR.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCKOR-EXIT.
           EXIT.
