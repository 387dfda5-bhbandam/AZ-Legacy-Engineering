      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** CHECK-STOCK ORDERS FOR THE CUSTOMERCARE DESKTOP, ROUTED     *
      ** THROUGH MSCMTICS LIKE THE OTHER ELM LINK PROGRAMS. THE SAME *
      ** RULES THE WGRVCKOR TELLER SCREEN APPLIES APPLY HERE: THE    *
      ** ACCOUNT MUST BE AN OPEN CHECKING ACCOUNT UNDER THE CALLER'S *
      ** SSN, THE STYLE WS, WD OR B3, THE QUANTITY A MULTIPLE OF 50  *
      ** UP TO 2000, AND THE SERIAL RANGE MAY NOT OVERLAP AN OPEN OR *
      ** ISSUED ORDER ON THE ACCOUNT. A ZERO STARTING SERIAL FOLLOWS *
      ** ON FROM THE HIGHEST SERIAL ALREADY ORDERED (101 FOR A FIRST *
      ** ORDER); A BLANK SHIP-TO SHIPS TO THE ADDRESS ON FILE.       *
      ** ACTIONS:                                                    *
      **    O - PLACE AN ORDER; THE ORDER SEQUENCE AND SERIAL RANGE  *
      **        ASSIGNED COME BACK IN THE COMMAREA                   *
      **    C - CANCEL AN ORDER NOT YET SENT TO THE PRINTER          *
      ** THE NIGHTLY CKORDEXT RUN SENDS OPEN ORDERS TO THE PRINTER   *
      ** AND CHARGES THE CHECK-ORDER FEE.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTICKOR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 ACCT-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 NUM                         PIC X(10)  VALUE SPACES.

       01  ACCOUNT-RECORD.
           05 ACCOUNT-SSN                 PIC X(9).
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-TYPE.
              10 ACCOUNT-TYPE-CODE        PIC X.
                 88 ACCOUNT-TYPE-CHK            VALUE 'C'.
                 88 ACCOUNT-TYPE-SAV            VALUE 'S'.
                 88 ACCOUNT-TYPE-CD             VALUE 'D'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 ACCOUNT-DAILY-WD-DATE      PIC 9(8)       VALUE 0.
           05 ACCOUNT-DAILY-WD-TOTAL     PIC S9(9)V99   COMP-3 VALUE 0.
           05 ACCOUNT-JOINT-SSN         PIC X(9)       VALUE SPACES.
      *    ACCOUNT RECORD EXTENSION (SEE WBACCTREC) - NOT USED HERE
           05 FILLER                     PIC X(29)      VALUE SPACES.

       01 CKO-REC-KEY.
           05 CKO-KEY-SSN                 PIC X(9)   VALUE SPACES.
           05 CKO-KEY-ACCT-NUM            PIC X(10)  VALUE SPACES.
           05 CKO-KEY-SEQ                 PIC 9(4)   VALUE 0.

       01  CHECK-ORDER-RECORD.
           05 CKO-SSN                     PIC X(9).
           05 CKO-ACCT-NUM                PIC X(10).
           05 CKO-SEQ                     PIC 9(4).
           05 CKO-STYLE-CODE              PIC X(2).
              88 CKO-STYLE-VALID                 VALUE 'WS' 'WD' 'B3'.
           05 CKO-QUANTITY                PIC 9(4).
           05 CKO-START-SERIAL            PIC 9(10).
           05 CKO-END-SERIAL              PIC 9(10).
           05 CKO-SHIP-TO.
              10 CKO-SHIP-STREET          PIC X(20).
              10 CKO-SHIP-CITY            PIC X(10).
              10 CKO-SHIP-STATE           PIC X(4).
              10 CKO-SHIP-ZIP             PIC X(5).
           05 CKO-STATUS-CODE             PIC X(1).
              88 CKO-STATUS-ORDERED              VALUE 'O'.
              88 CKO-STATUS-ISSUED               VALUE 'I'.
              88 CKO-STATUS-CANCELLED            VALUE 'C'.
              88 CKO-STATUS-REJECTED             VALUE 'R'.
           05 CKO-SOURCE-CODE             PIC X(1).
           05 CKO-ORDER-DATE              PIC X(10).
           05 CKO-OPID                    PIC X(3).
           05 CKO-EXTRACT-DATE            PIC X(10).
           05 CKO-FEE-AMT                 PIC S9(5)V99   COMP-3.
           05 CKO-REJECT-REASON           PIC X(20).
           05 FILLER                      PIC X(16).

       01 QTY-BLOCKS                  PIC 9(4)    VALUE 0.
       01 QTY-REMAINDER               PIC 9(4)    VALUE 0.
       01 ORDER-START                 PIC 9(10)   VALUE 0.
       01 ORDER-END                   PIC 9(10)   VALUE 0.
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 SCAN-HIGH-SEQ               PIC 9(4)    VALUE 0.
       01 SCAN-HIGH-END               PIC 9(10)   VALUE 0.
       01 SCAN-OVERLAP-SW             PIC X       VALUE 'N'.
          88 SCAN-FOUND-OVERLAP                   VALUE 'Y'.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WTICKOR'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

       01 UTIME                       PIC S9(15) COMP-3.
       01 WS-TODAY-DATE               PIC X(10)  VALUE SPACES.
       01 HW-LENGTH                   PIC S9(4)   COMP  VALUE +0.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 WBACCTDB-DD                 PIC X(8)    VALUE 'WBACCTDB'.
       01 WBCKORDB-DD                 PIC X(8)    VALUE 'WBCKORDB'.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-NUM                    PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
      *      If the entire commarea (32767) is required for user data
      *      consider using CWA, TWA, Temp Storage or other techniques
          05 SCRATCH-PAD-AREA               PIC X(256).
          05 METADATAERRBLK.
             10 LMETADATALEN                PIC 9(9) COMP.
             10 BSTRRUNTIMEVERSION          PIC X(32).
             10 BSTRMETHODNAME              PIC X(32).
             10 BSTRPROGID                  PIC X(40).
             10 BSTRCLSID                   PIC X(40).
             10 USMAJORVERSION              PIC 9(4) COMP.
             10 USMINORVERSION              PIC 9(4) COMP.
             10 SREADYTOCOMMIT              PIC 9(4) COMP.
             10 SWILLINGTODOMORE            PIC 9(4) COMP.
             10 SRETURNERRORTOCLIENT        PIC 9(4) COMP.
             10 SERRORCODE                  PIC 9(4) COMP.
             10 LHELPCONTEXT                PIC 9(9) COMP.
             10 BSTRHELPSTRING              PIC X(256).
          05 USER-DATA.
             10 CKO-REQ-ACTION              PIC X(1).
                88 CKO-REQ-PLACE                   VALUE 'O'.
                88 CKO-REQ-CANCEL                  VALUE 'C'.
             10 CKO-REQ-SSN                 PIC X(9).
             10 CKO-REQ-ACCT                PIC X(10).
      *         IN FOR A CANCEL, OUT FOR A NEW ORDER
             10 CKO-REQ-SEQ                 PIC 9(4).
             10 CKO-REQ-STYLE               PIC X(2).
             10 CKO-REQ-QUANTITY            PIC 9(4).
      *         ZERO ASKS FOR THE NEXT SERIAL; THE RANGE ASSIGNED
      *         COMES BACK IN BOTH FIELDS
             10 CKO-REQ-START-SERIAL        PIC 9(10).
             10 CKO-REQ-END-SERIAL          PIC 9(10).
             10 CKO-REQ-SHIP-STREET         PIC X(20).
             10 CKO-REQ-SHIP-CITY           PIC X(10).
             10 CKO-REQ-SHIP-STATE          PIC X(4).
             10 CKO-REQ-SHIP-ZIP            PIC X(5).

       PROCEDURE DIVISION.
           MOVE 0 TO SERRORCODE RET-CODE
                     SRETURNERRORTOCLIENT.
           MOVE SPACES TO BSTRHELPSTRING.

           PERFORM GET-DATE THRU GET-DATE-EXIT.

           EVALUATE TRUE
              WHEN CKO-REQ-PLACE
                 PERFORM VALIDATE-ORDER THRU VALIDATE-ORDER-EXIT
                 IF RET-CODE = 0 THEN
                    PERFORM GET-ACCT THRU GET-ACCT-EXIT
                 END-IF
                 IF RET-CODE = 0 THEN
                    PERFORM SCAN-ORDERS THRU SCAN-ORDERS-EXIT
                 END-IF
                 IF RET-CODE = 0 THEN
                    PERFORM PLACE-ORDER THRU PLACE-ORDER-EXIT
                 END-IF
              WHEN CKO-REQ-CANCEL
                 PERFORM CANCEL-ORDER THRU CANCEL-ORDER-EXIT
              WHEN OTHER
                 MOVE 'Action must be O or C'
                   TO BSTRHELPSTRING
                 MOVE 5051 TO SERRORCODE RET-CODE
           END-EVALUATE.

           IF SERRORCODE NOT = 0 THEN
              MOVE 1 TO SRETURNERRORTOCLIENT
           END-IF.
           EXEC CICS RETURN END-EXEC.

      **************************************************
      *    THE SAME STYLE, QUANTITY AND SHIP-TO RULES
      *    THE WGRVCKOR TELLER SCREEN APPLIES
      **************************************************
       VALIDATE-ORDER.
           MOVE CKO-REQ-STYLE TO CKO-STYLE-CODE.
           IF NOT CKO-STYLE-VALID
              MOVE 'Style must be WS, WD or B3'
                TO BSTRHELPSTRING
              MOVE 5052 TO SERRORCODE RET-CODE
              GO TO VALIDATE-ORDER-EXIT
           END-IF.

           IF CKO-REQ-QUANTITY IS NUMERIC
              AND CKO-REQ-QUANTITY > 0
              AND CKO-REQ-QUANTITY NOT > 2000
              DIVIDE CKO-REQ-QUANTITY BY 50 GIVING QTY-BLOCKS
                     REMAINDER QTY-REMAINDER
           ELSE
              MOVE 1 TO QTY-REMAINDER
           END-IF.
           IF QTY-REMAINDER NOT = 0
              MOVE 'Quantity must be a multiple of 50, up to 2000'
                TO BSTRHELPSTRING
              MOVE 5053 TO SERRORCODE RET-CODE
              GO TO VALIDATE-ORDER-EXIT
           END-IF.

           IF CKO-REQ-START-SERIAL IS NOT NUMERIC
              OR CKO-REQ-START-SERIAL > 9999990000
              MOVE 'Starting serial must be a number'
                TO BSTRHELPSTRING
              MOVE 5054 TO SERRORCODE RET-CODE
              GO TO VALIDATE-ORDER-EXIT
           END-IF.

           IF CKO-REQ-SHIP-STREET NOT = SPACES
              AND (CKO-REQ-SHIP-CITY = SPACES
                   OR CKO-REQ-SHIP-STATE = SPACES
                   OR CKO-REQ-SHIP-ZIP IS NOT NUMERIC)
              MOVE 'Ship-to needs street, city, state and 5-digit zip'
                TO BSTRHELPSTRING
              MOVE 5055 TO SERRORCODE RET-CODE
           END-IF.

       VALIDATE-ORDER-EXIT.
           EXIT.

      **************************************************
      *    CONFIRM THE ACCOUNT IS AN OPEN CHECKING
      *    ACCOUNT BELONGING TO THIS CUSTOMER
      **************************************************
       GET-ACCT.
           MOVE CKO-REQ-SSN  TO SSN OF ACCT-REC-KEY.
           MOVE CKO-REQ-ACCT TO NUM OF ACCT-REC-KEY.
           EXEC CICS READ
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 MOVE 0 TO RET-CODE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account does not exist'
                   TO BSTRHELPSTRING
                 MOVE 5056 TO SERRORCODE RET-CODE
                 GO TO GET-ACCT-EXIT
              WHEN OTHER
                 MOVE SPACES TO BSTRHELPSTRING
                 MOVE RESP-CODE TO EDIT-NUM
                 STRING 'I/O Error on Account file, response code='
                                  DELIMITED SIZE
                        EDIT-NUM  DELIMITED SIZE
                        INTO BSTRHELPSTRING
                 END-STRING
                 MOVE 5057 TO SERRORCODE RET-CODE
                 GO TO GET-ACCT-EXIT
           END-EVALUATE.

           IF NOT ACCOUNT-TYPE-CHK OR NOT ACCOUNT-ACTIVE
              MOVE 'Checks need an open checking account'
                TO BSTRHELPSTRING
              MOVE 5058 TO SERRORCODE RET-CODE
           END-IF.

       GET-ACCT-EXIT.
           EXIT.

      **************************************************
      *    BROWSE THE ACCOUNT'S ORDERS FOR THE HIGHEST
      *    SEQUENCE AND SERIAL, AND ANY OPEN OR ISSUED
      *    ORDER THE REQUESTED RANGE WOULD OVERLAP
      **************************************************
       SCAN-ORDERS.
           MOVE 0   TO SCAN-HIGH-SEQ SCAN-HIGH-END.
           MOVE 'N' TO SCAN-OVERLAP-SW SCAN-DONE.
           MOVE CKO-REQ-START-SERIAL TO ORDER-START.
           COMPUTE ORDER-END = ORDER-START + CKO-REQ-QUANTITY - 1.
           MOVE CKO-REQ-SSN  TO CKO-KEY-SSN.
           MOVE CKO-REQ-ACCT TO CKO-KEY-ACCT-NUM.
           MOVE 0            TO CKO-KEY-SEQ.

           EXEC CICS STARTBR
                     DATASET(WBCKORDB-DD)
                     RIDFLD(CKO-REC-KEY)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO SCAN-ORDERS-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the check order file'
                   TO BSTRHELPSTRING
                 MOVE 5059 TO SERRORCODE RET-CODE
                 GO TO SCAN-ORDERS-EXIT
           END-EVALUATE.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBCKORDB-DD)
                        INTO(CHECK-ORDER-RECORD)
                        LENGTH(LENGTH OF CHECK-ORDER-RECORD)
                        RIDFLD(CKO-REC-KEY)
                        KEYLENGTH(LENGTH OF CKO-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF CKO-SSN NOT = CKO-REQ-SSN OR
                    CKO-ACCT-NUM NOT = CKO-REQ-ACCT THEN
                    MOVE 'Y' TO SCAN-DONE
                 ELSE
                    MOVE CKO-SEQ TO SCAN-HIGH-SEQ
                    IF CKO-STATUS-ORDERED OR CKO-STATUS-ISSUED
                       IF CKO-END-SERIAL > SCAN-HIGH-END
                          MOVE CKO-END-SERIAL TO SCAN-HIGH-END
                       END-IF
                       IF ORDER-START NOT = 0 AND
                          ORDER-START NOT > CKO-END-SERIAL AND
                          ORDER-END NOT < CKO-START-SERIAL
                          SET SCAN-FOUND-OVERLAP TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR DATASET(WBCKORDB-DD) END-EXEC.

           IF SCAN-FOUND-OVERLAP
              MOVE 'Serial range overlaps an existing order'
                TO BSTRHELPSTRING
              MOVE 5060 TO SERRORCODE RET-CODE
              GO TO SCAN-ORDERS-EXIT
           END-IF.
           IF SCAN-HIGH-SEQ NOT < 9999
              MOVE 'Order sequence exhausted for this account'
                TO BSTRHELPSTRING
              MOVE 5060 TO SERRORCODE RET-CODE
           END-IF.

       SCAN-ORDERS-EXIT.
           EXIT.

      **************************************************
      *    WRITE THE NEW ORDER AND HAND BACK ITS
      *    SEQUENCE AND SERIAL RANGE
      **************************************************
       PLACE-ORDER.
           IF ORDER-START = 0
              IF SCAN-HIGH-END = 0
                 MOVE 101 TO ORDER-START
              ELSE
                 COMPUTE ORDER-START = SCAN-HIGH-END + 1
              END-IF
              IF ORDER-START > 9999990000
                 MOVE 'No serial range left - give a starting serial'
                   TO BSTRHELPSTRING
                 MOVE 5054 TO SERRORCODE RET-CODE
                 GO TO PLACE-ORDER-EXIT
              END-IF
              COMPUTE ORDER-END = ORDER-START + CKO-REQ-QUANTITY - 1
           END-IF.

           MOVE SPACES              TO CHECK-ORDER-RECORD.
           MOVE CKO-REQ-SSN         TO CKO-SSN CKO-KEY-SSN.
           MOVE CKO-REQ-ACCT        TO CKO-ACCT-NUM CKO-KEY-ACCT-NUM.
           COMPUTE CKO-SEQ = SCAN-HIGH-SEQ + 1.
           MOVE CKO-SEQ             TO CKO-KEY-SEQ.
           MOVE CKO-REQ-STYLE       TO CKO-STYLE-CODE.
           MOVE CKO-REQ-QUANTITY    TO CKO-QUANTITY.
           MOVE ORDER-START         TO CKO-START-SERIAL.
           MOVE ORDER-END           TO CKO-END-SERIAL.
           IF CKO-REQ-SHIP-STREET NOT = SPACES
              MOVE CKO-REQ-SHIP-STREET TO CKO-SHIP-STREET
              MOVE CKO-REQ-SHIP-CITY   TO CKO-SHIP-CITY
              MOVE CKO-REQ-SHIP-STATE  TO CKO-SHIP-STATE
              MOVE CKO-REQ-SHIP-ZIP    TO CKO-SHIP-ZIP
           END-IF.
           SET  CKO-STATUS-ORDERED  TO TRUE.
           MOVE 'C'                 TO CKO-SOURCE-CODE.
           MOVE WS-TODAY-DATE       TO CKO-ORDER-DATE.
           MOVE 0                   TO CKO-FEE-AMT.

           EXEC CICS WRITE
                     DATASET(WBCKORDB-DD)
                     FROM(CHECK-ORDER-RECORD)
                     LENGTH(LENGTH OF CHECK-ORDER-RECORD)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     RIDFLD(CKO-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE SPACES TO BSTRHELPSTRING
              MOVE RESP-CODE TO EDIT-NUM
              STRING 'I/O error writing check order: RESP='
                              DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     INTO BSTRHELPSTRING
              END-STRING
              MOVE 5061 TO SERRORCODE RET-CODE
              GO TO PLACE-ORDER-EXIT
           END-IF.

           MOVE CKO-SEQ          TO CKO-REQ-SEQ.
           MOVE CKO-START-SERIAL TO CKO-REQ-START-SERIAL.
           MOVE CKO-END-SERIAL   TO CKO-REQ-END-SERIAL.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Check order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' on acct ' DELIMITED SIZE
                  CKO-REQ-ACCT DELIMITED SIZE
                  ' from ' DELIMITED SIZE
                  CKO-START-SERIAL DELIMITED SIZE
                  ' via CustomerCare' DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       PLACE-ORDER-EXIT.
           EXIT.

      **************************************************
      *    CANCEL AN ORDER NOT YET SENT TO THE PRINTER -
      *    THE RECORD STAYS AS HISTORY
      **************************************************
       CANCEL-ORDER.
           MOVE CKO-REQ-SSN  TO CKO-KEY-SSN.
           MOVE CKO-REQ-ACCT TO CKO-KEY-ACCT-NUM.
           IF CKO-REQ-SEQ IS NUMERIC
              MOVE CKO-REQ-SEQ TO CKO-KEY-SEQ
           ELSE
              MOVE 0 TO CKO-KEY-SEQ
           END-IF.

           EXEC CICS READ
                     DATASET(WBCKORDB-DD)
                     INTO(CHECK-ORDER-RECORD)
                     LENGTH(LENGTH OF CHECK-ORDER-RECORD)
                     RIDFLD(CKO-REC-KEY)
                     KEYLENGTH(LENGTH OF CKO-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'No check order with that sequence'
                   TO BSTRHELPSTRING
                 MOVE 5062 TO SERRORCODE RET-CODE
                 GO TO CANCEL-ORDER-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the check order file'
                   TO BSTRHELPSTRING
                 MOVE 5059 TO SERRORCODE RET-CODE
                 GO TO CANCEL-ORDER-EXIT
           END-EVALUATE.

           IF NOT CKO-STATUS-ORDERED
              EXEC CICS UNLOCK DATASET(WBCKORDB-DD) END-EXEC
              MOVE 'Order already sent, cancelled or rejected'
                TO BSTRHELPSTRING
              MOVE 5063 TO SERRORCODE RET-CODE
              GO TO CANCEL-ORDER-EXIT
           END-IF.

           SET CKO-STATUS-CANCELLED TO TRUE.
           EXEC CICS REWRITE
                     DATASET(WBCKORDB-DD)
                     FROM(CHECK-ORDER-RECORD)
                     LENGTH(LENGTH OF CHECK-ORDER-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error cancelling the check order'
                TO BSTRHELPSTRING
              MOVE 5061 TO SERRORCODE RET-CODE
              GO TO CANCEL-ORDER-EXIT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Check order ' DELIMITED SIZE
                  CKO-SEQ DELIMITED SIZE
                  ' on acct ' DELIMITED SIZE
                  CKO-REQ-ACCT DELIMITED SIZE
                  ' cancelled via CustomerCare' DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CANCEL-ORDER-EXIT.
           EXIT.

      **************************************************************
      ** GET TODAY AS YYYY-MM-DD FOR THE ORDER DATE               **
      **************************************************************
       GET-DATE.
           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(WS-TODAY-DATE) END-EXEC.

       GET-DATE-EXIT.
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
           MOVE CKO-REQ-SSN         TO AUD-SSN
           MOVE CKO-REQ-ACCT        TO AUD-ACCT-NUM
           COMPUTE AUD-SEQ-NUM = (EIBTASKN * 1000) + AUD-CALL-COUNT
           MOVE SPACES              TO AUD-OPID
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
