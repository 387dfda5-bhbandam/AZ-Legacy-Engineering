      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** CUSTOMER IDENTIFICATION (CIP) MAINTENANCE. WGRVADDC CAPTURES *
      ** THE IDENTIFICATION WHEN THE CUSTOMER IS ADDED; THIS SCREEN   *
      ** REFRESHES IT WHEN THE CUSTOMER PRESENTS A NEW DOCUMENT (THE  *
      ** MONTHLY CIPEXP RUN ASKS THEM TO) AND CAPTURES IT FOR ANY     *
      ** CUSTOMER ADDED BEFORE IT WAS REQUIRED. THE COMMAND RIDES IN  *
      ** THE NAME FIELD OF THE GDNAME MAP AS                          *
      **    P,CUSTID,DOB,TYPE,NUMBER,ISSUER,EXPIRY - RECORD THE      *
      **        PRIMARY DOCUMENT, WHICH MAY NOT HAVE EXPIRED          *
      **    S,CUSTID,TYPE,NUMBER,ISSUER,EXPIRY - RECORD THE SECOND   *
      **        DOCUMENT (BLANK EXPIRY = DOES NOT EXPIRE); S,CUSTID  *
      **        ALONE REMOVES IT                                      *
      **    Q,CUSTID - SHOW THE IDENTIFICATION ON FILE                *
      ** DATES ARE YYYY-MM-DD; TYPES DL SI PP MI RC OT (SEE          *
      ** WBCIPREC). THE OPERATOR AND DATE ARE STAMPED AS THE          *
      ** VERIFICATION. EVERY CHANGE IS LOGGED TO WBAUDTDB - THE ID    *
      ** NUMBER ITSELF IS NEVER LOGGED OR SHOWN.                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCIP.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCIPDB-DD                  PIC X(8)   VALUE 'WBCIPDB'.
       01 CIP-REC-KEY.
          05 CIP-KEY-CUST-ID          PIC X(10)  VALUE SPACES.
       01 CIP-RECORD.
          05 CIP-CUST-ID              PIC X(10).
          05 CIP-SSN                  PIC X(9).
          05 CIP-BIRTH-DATE           PIC X(10).
          05 CIP-PRIMARY-ID.
             10 CIP-PRI-ID-TYPE       PIC X(2).
                88 CIP-PRI-ID-TYPE-VALID   VALUE 'DL' 'SI' 'PP'
                                                 'MI' 'RC' 'OT'.
             10 CIP-PRI-ID-NUMBER     PIC X(20).
             10 CIP-PRI-ID-ISSUER     PIC X(10).
             10 CIP-PRI-ID-EXPIRY     PIC X(10).
          05 CIP-SECONDARY-ID.
             10 CIP-SEC-ID-TYPE       PIC X(2).
                88 CIP-SEC-ID-NONE         VALUE SPACES.
                88 CIP-SEC-ID-TYPE-VALID   VALUE 'DL' 'SI' 'PP'
                                                 'MI' 'RC' 'OT'.
             10 CIP-SEC-ID-NUMBER     PIC X(20).
             10 CIP-SEC-ID-ISSUER     PIC X(10).
             10 CIP-SEC-ID-EXPIRY     PIC X(10).
          05 CIP-VERIFIED-BY          PIC X(3).
          05 CIP-VERIFIED-DATE        PIC X(10).
          05 FILLER                   PIC X(12).

       01 WBCUSTDB-DD                 PIC X(8)   VALUE 'WBCUSTDB'.
       01 CUST-REC-KEY.
           05 CUST-ID                     PIC X(10)  VALUE SPACES.

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
           05 CUSTOMER-PIN-FAILS          PIC 9      VALUE 0.
           05 CUSTOMER-PIN-LOCKED         PIC X      VALUE 'N'.
                 88 CUSTOMER-PIN-IS-LOCKED            VALUE 'Y'.
           05 CUSTOMER-STMT-PREF          PIC X      VALUE 'P'.
                 88 CUSTOMER-STMT-PRINT               VALUE 'P' ' '.
                 88 CUSTOMER-STMT-ELECTRON            VALUE 'E'.
                 88 CUSTOMER-STMT-BOTH                VALUE 'B'.
           05 CUSTOMER-BAD-ADDR           PIC X      VALUE 'N'.
                 88 CUSTOMER-ADDR-IS-BAD              VALUE 'Y'.
           05 CUSTOMER-BUW-STATUS         PIC X      VALUE 'N'.
                 88 CUSTOMER-BUW-REQUIRED             VALUE 'Y'.
           05 CUSTOMER-W9-DATE            PIC X(10)  VALUE SPACES.
           05 FILLER                      PIC X(8)   VALUE SPACES.

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-CUST-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-DOB-TEXT                PIC X(10)   VALUE SPACES.
       01 CMD-ID-DOC.
          05 CMD-ID-TYPE              PIC X(2)    VALUE SPACES.
             88 CMD-ID-TYPE-VALID           VALUE 'DL' 'SI' 'PP'
                                                  'MI' 'RC' 'OT'.
          05 CMD-ID-NUMBER            PIC X(20)   VALUE SPACES.
          05 CMD-ID-ISSUER            PIC X(10)   VALUE SPACES.
          05 CMD-ID-EXPIRY            PIC X(10)   VALUE SPACES.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CIP-IS-NEW                  PIC X       VALUE 'N'.
       01 CIP-EXPIRED-TEXT            PIC X(09)   VALUE SPACES.

       01 CIP-CHK-DATE.
          05 CIP-CHK-YYYY             PIC X(4).
          05 CIP-CHK-SEP1             PIC X.
          05 CIP-CHK-MM               PIC X(2).
          05 CIP-CHK-SEP2             PIC X.
          05 CIP-CHK-DD               PIC X(2).
       01 CIP-DATE-SW                 PIC X      VALUE 'N'.
          88 CIP-DATE-IS-VALID                   VALUE 'Y'.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVCIP'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVCIP)
                                PF3(END-WGRVCIP)
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
                    WHEN 'P'
                       PERFORM SET-PRIMARY-ID
                          THRU SET-PRIMARY-ID-EXIT
                    WHEN 'S'
                       PERFORM SET-SECOND-ID
                          THRU SET-SECOND-ID-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-CIP THRU SHOW-CIP-EXIT
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
           MOVE 'WBID' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'P,CUSTID,DOB,TYPE,NUMBER,ISSUER,EXPIRY primary'
                                                      TO GDNMSG1O.
           MOVE 'S,CUSTID,TYPE,NUMBER,ISSUER,EXPIRY second  Q,CUSTID'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE IDENTIFICATION COMMAND             **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter an identification command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-CUST-TEXT CMD-DOB-TEXT CMD-ID-DOC
                          CMD-SSN-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'P'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-CUST-TEXT
                               CMD-DOB-TEXT CMD-ID-TYPE
                               CMD-ID-NUMBER CMD-ID-ISSUER
                               CMD-ID-EXPIRY
                 END-UNSTRING
              WHEN 'S'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-CUST-TEXT
                               CMD-ID-TYPE CMD-ID-NUMBER
                               CMD-ID-ISSUER CMD-ID-EXPIRY
                 END-UNSTRING
              WHEN 'Q'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-CUST-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be P, S or Q' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
           END-EVALUATE.
           INSPECT CMD-ID-DOC CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO GDNMSG2O.

           IF CMD-CUST-TEXT = SPACES
              MOVE 'Customer id must not be blank' TO GDNMSG1O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'P'
              MOVE CMD-DOB-TEXT TO CIP-CHK-DATE
              PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT
              IF NOT CIP-DATE-IS-VALID OR
                 CMD-DOB-TEXT NOT < TODAY-ISO
                 MOVE 'Date of birth must be a past date YYYY-MM-DD'
                                                      TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

      *    S,CUSTID WITH NOTHING AFTER IT REMOVES THE SECOND ID
           IF CMD-ACTION-TEXT = 'S' AND CMD-ID-DOC = SPACES
              MOVE SPACES TO GDNMSG1O
              MOVE 0 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'P' OR CMD-ACTION-TEXT = 'S'
              IF NOT CMD-ID-TYPE-VALID
                 MOVE 'ID type must be DL, SI, PP, MI, RC or OT'
                                                      TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-ID-NUMBER = SPACES
                 MOVE 'ID number must not be blank' TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF CMD-ID-ISSUER = SPACES
                 MOVE 'Issuing state or country must not be blank'
                                                      TO GDNMSG1O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
      *       ONLY THE SECOND DOCUMENT MAY BE WITHOUT AN EXPIRY
              IF CMD-ID-EXPIRY NOT = SPACES OR CMD-ACTION-TEXT = 'P'
                 MOVE CMD-ID-EXPIRY TO CIP-CHK-DATE
                 PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT
                 IF NOT CIP-DATE-IS-VALID
                    MOVE 'ID expiry must be a date YYYY-MM-DD'
                                                      TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
                 IF CMD-ID-EXPIRY < TODAY-ISO
                    MOVE 'That document has expired - it cannot be used'
                                                      TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-COMMAND-EXIT
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** CHECK CIP-CHK-DATE IS A PLAUSIBLE YYYY-MM-DD DATE         **
      **************************************************************
       CHECK-CIP-DATE.
           MOVE 'N' TO CIP-DATE-SW.
           IF CIP-CHK-YYYY IS NUMERIC AND CIP-CHK-SEP1 = '-' AND
              CIP-CHK-MM IS NUMERIC AND CIP-CHK-SEP2 = '-' AND
              CIP-CHK-DD IS NUMERIC THEN
              IF CIP-CHK-YYYY > '1899' AND
                 CIP-CHK-MM > '00' AND CIP-CHK-MM < '13' AND
                 CIP-CHK-DD > '00' AND CIP-CHK-DD < '32' THEN
                 MOVE 'Y' TO CIP-DATE-SW
              END-IF
           END-IF.

       CHECK-CIP-DATE-EXIT.
           EXIT.

      **************************************************************
      ** RECORD THE PRIMARY DOCUMENT. A CUSTOMER WITH NO CIP       **
      ** RECORD YET (ADDED BEFORE IT WAS CAPTURED) GETS ONE HERE,  **
      ** WITH THE SSN TAKEN FROM THE CUSTOMER FILE.                **
      **************************************************************
       SET-PRIMARY-ID.
           MOVE CMD-CUST-TEXT TO CUST-ID OF CUST-REC-KEY.
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
                 MOVE CUSTOMER-SSN TO CMD-SSN-TEXT
              WHEN DFHRESP(NOTFND)
                 MOVE 'Customer not on file' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SET-PRIMARY-ID-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the customer file' TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SET-PRIMARY-ID-EXIT
           END-EVALUATE.

           MOVE 'N' TO CIP-IS-NEW.
           MOVE CMD-CUST-TEXT TO CIP-KEY-CUST-ID.
           EXEC CICS READ UPDATE
                     DATASET(WBCIPDB-DD)
                     INTO(CIP-RECORD)
                     LENGTH(LENGTH OF CIP-RECORD)
                     RIDFLD(CIP-REC-KEY)
                     KEYLENGTH(LENGTH OF CIP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Y' TO CIP-IS-NEW
                 MOVE SPACES        TO CIP-RECORD
                 MOVE CMD-CUST-TEXT TO CIP-CUST-ID
              WHEN OTHER
                 MOVE 'I/O error on the identification file'
                                                      TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SET-PRIMARY-ID-EXIT
           END-EVALUATE.

           MOVE CMD-SSN-TEXT  TO CIP-SSN.
           MOVE CMD-DOB-TEXT  TO CIP-BIRTH-DATE.
           MOVE CMD-ID-TYPE   TO CIP-PRI-ID-TYPE.
           MOVE CMD-ID-NUMBER TO CIP-PRI-ID-NUMBER.
           MOVE CMD-ID-ISSUER TO CIP-PRI-ID-ISSUER.
           MOVE CMD-ID-EXPIRY TO CIP-PRI-ID-EXPIRY.
           PERFORM SAVE-CIP THRU SAVE-CIP-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-PRIMARY-ID-EXIT
           END-IF.

           MOVE 'Primary identification recorded' TO GDNMSG1O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'CIP primary ID for ' DELIMITED SIZE
                  CMD-CUST-TEXT DELIMITED SIZE
                  ' now ' DELIMITED SIZE
                  CIP-PRI-ID-TYPE DELIMITED SIZE
                  ' expires ' DELIMITED SIZE
                  CIP-PRI-ID-EXPIRY DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       SET-PRIMARY-ID-EXIT.
           EXIT.

      **************************************************************
      ** RECORD (OR REMOVE) THE SECOND DOCUMENT - THE PRIMARY MUST **
      ** BE ON FILE FIRST                                          **
      **************************************************************
       SET-SECOND-ID.
           MOVE CMD-CUST-TEXT TO CIP-KEY-CUST-ID.
           EXEC CICS READ UPDATE
                     DATASET(WBCIPDB-DD)
                     INTO(CIP-RECORD)
                     LENGTH(LENGTH OF CIP-RECORD)
                     RIDFLD(CIP-REC-KEY)
                     KEYLENGTH(LENGTH OF CIP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No identification on file - record P first'
                                                      TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SET-SECOND-ID-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the identification file'
                                                      TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SET-SECOND-ID-EXIT
           END-EVALUATE.

           MOVE 'N' TO CIP-IS-NEW.
           MOVE CIP-SSN       TO CMD-SSN-TEXT.
           MOVE CMD-ID-DOC    TO CIP-SECONDARY-ID.
           PERFORM SAVE-CIP THRU SAVE-CIP-EXIT.
           IF RET-CODE NOT = 0
              GO TO SET-SECOND-ID-EXIT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           IF CIP-SEC-ID-NONE
              MOVE 'Second identification removed' TO GDNMSG1O
              STRING 'CIP second ID for ' DELIMITED SIZE
                     CMD-CUST-TEXT DELIMITED SIZE
                     ' removed by ' DELIMITED SIZE
                     EIBOPID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
           ELSE
              MOVE 'Second identification recorded' TO GDNMSG1O
              STRING 'CIP second ID for ' DELIMITED SIZE
                     CMD-CUST-TEXT DELIMITED SIZE
                     ' now ' DELIMITED SIZE
                     CIP-SEC-ID-TYPE DELIMITED SIZE
                     ' expires ' DELIMITED SIZE
                     CIP-SEC-ID-EXPIRY DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     EIBOPID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
           END-IF.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       SET-SECOND-ID-EXIT.
           EXIT.

      **************************************************************
      ** STAMP THE VERIFICATION AND WRITE OR REWRITE THE RECORD    **
      **************************************************************
       SAVE-CIP.
           MOVE EIBOPID   TO CIP-VERIFIED-BY.
           MOVE TODAY-ISO TO CIP-VERIFIED-DATE.
           IF CIP-IS-NEW = 'Y'
              EXEC CICS WRITE
                        DATASET(WBCIPDB-DD)
                        FROM(CIP-RECORD)
                        LENGTH(LENGTH OF CIP-RECORD)
                        KEYLENGTH(LENGTH OF CIP-REC-KEY)
                        RIDFLD(CIP-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS REWRITE
                        DATASET(WBCIPDB-DD)
                        FROM(CIP-RECORD)
                        LENGTH(LENGTH OF CIP-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the identification file' TO GDNMSG1O
              MOVE 3 TO RET-CODE
           END-IF.

       SAVE-CIP-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE IDENTIFICATION ON FILE - NEVER THE ID NUMBERS    **
      **************************************************************
       SHOW-CIP.
           MOVE CMD-CUST-TEXT TO CIP-KEY-CUST-ID.
           EXEC CICS READ
                     DATASET(WBCIPDB-DD)
                     INTO(CIP-RECORD)
                     LENGTH(LENGTH OF CIP-RECORD)
                     RIDFLD(CIP-REC-KEY)
                     KEYLENGTH(LENGTH OF CIP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No identification on file' TO GDNMSG1O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-CIP-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the identification file'
                                                      TO GDNMSG1O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-CIP-EXIT
           END-EVALUATE.

           MOVE SPACES TO CIP-EXPIRED-TEXT.
           IF CIP-PRI-ID-EXPIRY < TODAY-ISO
              MOVE '  EXPIRED' TO CIP-EXPIRED-TEXT
           END-IF.
           MOVE SPACES TO GDNMSG1O.
           STRING 'DOB ' DELIMITED SIZE
                  CIP-BIRTH-DATE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CIP-PRI-ID-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CIP-PRI-ID-ISSUER DELIMITED SIZE
                  ' exp ' DELIMITED SIZE
                  CIP-PRI-ID-EXPIRY DELIMITED SIZE
                  CIP-EXPIRED-TEXT DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           IF CIP-SEC-ID-NONE
              STRING 'No 2nd ID' DELIMITED SIZE
                     '  verified ' DELIMITED SIZE
                     CIP-VERIFIED-DATE DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     CIP-VERIFIED-BY DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           ELSE
              STRING '2nd ' DELIMITED SIZE
                     CIP-SEC-ID-TYPE DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     CIP-SEC-ID-ISSUER DELIMITED SIZE
                     ' exp ' DELIMITED SIZE
                     CIP-SEC-ID-EXPIRY DELIMITED SIZE
                     '  verified ' DELIMITED SIZE
                     CIP-VERIFIED-DATE DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     CIP-VERIFIED-BY DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           END-IF.

       SHOW-CIP-EXIT.
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
           MOVE CMD-CUST-TEXT       TO AUD-ACCT-NUM
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

       END-WGRVCIP.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCIP-EXIT.
           EXIT.
