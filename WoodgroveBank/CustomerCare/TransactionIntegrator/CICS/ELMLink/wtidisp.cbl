      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** DISPUTE INTAKE FOR THE CUSTOMERCARE DESKTOP, ROUTED THROUGH *
      ** MSCMTICS LIKE THE OTHER ELM LINK PROGRAMS, SO A CASE IS     *
      ** OPEN WHILE THE CUSTOMER IS STILL ON THE PHONE. ACTIONS:     *
      **    O - OPEN A CASE ON A WBTXNDB ITEM AND POST THE           *
      **        PROVISIONAL CREDIT (TXN TYPE 'P') FOR ITS AMOUNT,    *
      **        UNDER THE SAME RULES AS OPEN-CASE IN WGRVDISP: ONLY  *
      **        A DEBIT-TYPE ITEM CAN BE DISPUTED. AN ITEM ALREADY   *
      **        UNDER A CASE IS NOT DISPUTED TWICE                   *
      **    S - RETURN A CASE'S STATUS, AMOUNT, DATES AND ITS        *
      **        RESOLUTION DEADLINE; A ZERO CASE NUMBER FINDS THE    *
      **        CASE BY THE DISPUTED ITEM                            *
      ** CLOSING A CASE STAYS WITH THE WGRVDISP SCREEN. THE DEADLINE *
      ** IS THE ONE THE DAILY DSPAGRPT JOB AGES CASES AGAINST.       *
      ** EVERY CASE OPENED IS LOGGED TO WBAUDTDB AND EVERY ACCOUNT   *
      ** AND ITEM UPDATE JOURNALED TO WJRN, AS AT THE TELLER SCREEN. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTIDISP.
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
           05 ACCOUNT-TYPE-CHECKING REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-CHK-OD-CHG       PIC S9(3)V99   COMP-3.
              10 ACCOUNT-CHK-OD-LIMIT     PIC S9(5)V99   COMP-3.
              10 ACCOUNT-CHK-OD-LINK-ACCT PIC X(10).
              10 ACCOUNT-CHK-LAST-STMT    PIC X(10).
              10 ACCOUNT-CHK-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-CHK-BAL          PIC S9(13)V99  COMP-3.
           05 ACCOUNT-TYPE-SAVINGS  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-SAV-INT-RATE     PIC S9(1)V99   COMP-3.
              10 ACCOUNT-SAV-SVC-CHRG     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-SAV-LAST-STMT    PIC X(10).
              10 ACCOUNT-SAV-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-SAV-BAL          PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(12).
           05 ACCOUNT-TYPE-TERM  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-CD-INT-RATE      PIC S9(1)V99   COMP-3.
              10 ACCOUNT-CD-MATURITY-DATE PIC X(10).
              10 ACCOUNT-CD-EARLY-WD-PEN  PIC S9(3)V99   COMP-3.
              10 ACCOUNT-CD-LAST-STMT     PIC X(10).
              10 ACCOUNT-CD-DETAIL-ITEMS  PIC S9(7)      COMP-3.
              10 ACCOUNT-CD-BAL           PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(02).
           05 ACCOUNT-STATUS-CODE         PIC X(01)  VALUE 'A'.
              88 ACCOUNT-ACTIVE                       VALUE 'A'.
              88 ACCOUNT-CLOSED                       VALUE 'C'.
              88 ACCOUNT-DORMANT                      VALUE 'D'.
           05 ACCOUNT-DAILY-WD-DATE      PIC 9(8)       VALUE 0.
           05 ACCOUNT-DAILY-WD-TOTAL     PIC S9(9)V99   COMP-3 VALUE 0.
           05 ACCOUNT-JOINT-SSN          PIC X(9)       VALUE SPACES.
           05 ACCOUNT-BRANCH             PIC X(3)       VALUE SPACES.
           05 FILLER                     PIC X(26)      VALUE SPACES.

       01 TXN-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 NUM                         PIC X(10)  VALUE SPACES.
           05 ITEM-NUM                    PIC S9(7)  COMP-3.

       01  TXN-DETAILS.
           05 TXN-SSN                     PIC X(9).
           05 TXN-ACCT-NUM                PIC X(10).
           05 TXN-ITEM-NUM                PIC S9(7)  COMP-3.
           05 TXN-TYPE                    PIC X.
              88 TXN-TYPE-INITIAL-BALANCE       VALUE 'B'.
              88 TXN-TYPE-CREDIT                VALUE 'C'.
              88 TXN-TYPE-DEBIT                 VALUE 'D'.
              88 TXN-TYPE-SVCCHG                VALUE 'S'.
              88 TXN-TYPE-ODCHG                 VALUE 'O'.
              88 TXN-TYPE-REVERSAL              VALUE 'R'.
              88 TXN-TYPE-PROV-CREDIT           VALUE 'P'.
           05 TXN-DATE                    PIC X(10).
           05 TXN-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 TXN-MEMO                    PIC X(20).

       01 CASE-REC-KEY.
           05 CAS-KEY-SSN                 PIC X(9)   VALUE SPACES.
           05 CAS-KEY-ACCT-NUM            PIC X(10)  VALUE SPACES.
           05 CAS-KEY-CASE-SEQ            PIC 9(4)   VALUE 0.

       01  CASE-RECORD.
           05 CAS-SSN                     PIC X(9).
           05 CAS-ACCT-NUM                PIC X(10).
           05 CAS-CASE-SEQ                PIC 9(4).
           05 CAS-DISP-ITEM-NUM           PIC S9(7)      COMP-3.
           05 CAS-PROV-ITEM-NUM           PIC S9(7)      COMP-3.
           05 CAS-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 CAS-OPEN-DATE               PIC X(10).
           05 CAS-CLOSE-DATE              PIC X(10).
           05 CAS-OPID                    PIC X(3).
           05 CAS-STATUS-CODE             PIC X(1).
              88 CAS-STATUS-OPEN                         VALUE 'O'.
              88 CAS-STATUS-PERMANENT                    VALUE 'P'.
              88 CAS-STATUS-REVERSED                     VALUE 'R'.

      *    THE CASE SCAN FINDS THE NEXT FREE CASE NUMBER AND ANY CASE
      *    ALREADY TAKEN ON THE SAME ITEM
       01 NEXT-CASE-SEQ               PIC 9(4)    VALUE 0.
       01 FOUND-CASE-SEQ              PIC 9(4)    VALUE 0.
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 DISP-ITEM                   PIC S9(7)   COMP-3 VALUE 0.

      *    THE REGULATORY RESOLUTION WINDOW - THE SAME DEFAULT THE
      *    DAILY DSPAGRPT JOB AGES OPEN CASES AGAINST
       01 DISPUTE-DEADLINE-DAYS       PIC S9(4)   COMP  VALUE 10.
       01 OPEN-DATE-STAMP.
           05 ODS-YEAR                    PIC X(4).
           05 FILLER                      PIC X      VALUE '-'.
           05 ODS-MONTH                   PIC X(2).
           05 FILLER                      PIC X      VALUE '-'.
           05 ODS-DAY                     PIC X(2).
           05 FILLER                      PIC X(10)  VALUE 'T12:00:00Z'.
       01 DEADLINE-UTIME              PIC S9(15)  COMP-3.
       01 DAYS-LEFT-MS                PIC S9(15)  COMP-3.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WTIDISP'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      *****************************************************************
      *  FORWARD-RECOVERY AFTER-IMAGE JOURNAL - EVERY WBACCTDB AND    *
      *  WBTXNDB UPDATE WRITES ONE TO THE WJRN TRANSIENT DATA QUEUE, *
      *  WHOSE EXTRAPARTITION DATASET FEEDS THE ROLLFWD REPLAY ON    *
      *  TOP OF A BKUPREST RELOAD. BEST-EFFORT (NOHANDLE) - A        *
      *  MISSING QUEUE NEVER BLOCKS A POSTING.                       *
      *****************************************************************
       01  JOURNAL-RECORD.
           05 JRN-DATE                    PIC X(10).
           05 JRN-TIME                    PIC X(8).
           05 JRN-FILE-ID                 PIC X(8).
           05 JRN-ACTION-CODE             PIC X(1).
           05 JRN-SOURCE-PGM              PIC X(8)   VALUE 'WTIDISP'.
           05 JRN-IMAGE                   PIC X(122).
           05 FILLER                      PIC X(3).
       01  JRN-UTIME                      PIC S9(15) COMP-3.
       01  JRN-HW-LENGTH                  PIC 9(4)   COMP.

       01 UTIME                       PIC S9(15) COMP-3.
       01 CURRENT-DATE                PIC X(10)  VALUE SPACES.
       01 HW-LENGTH                   PIC S9(4)   COMP  VALUE +0.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 WBACCTDB-DD                 PIC X(8)    VALUE 'WBACCTDB'.
       01 WBTXNDB-DD                  PIC X(8)    VALUE 'WBTXNDB'.
       01 WBCASEDB-DD                 PIC X(8)    VALUE 'WBCASEDB'.
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
             10 DSP-REQ-ACTION              PIC X(1).
                88 DSP-REQ-OPEN                    VALUE 'O'.
                88 DSP-REQ-STATUS                  VALUE 'S'.
             10 DSP-REQ-SSN                 PIC X(9).
             10 DSP-REQ-ACCT                PIC X(10).
      *         THE DISPUTED WBTXNDB ITEM - IN FOR AN OPEN, AND FOR A
      *         STATUS CALL THAT HAS NO CASE NUMBER
             10 DSP-REQ-ITEM-NUM            PIC 9(7).
      *         IN FOR A STATUS CALL, OUT FOR A NEW CASE
             10 DSP-REQ-CASE-SEQ            PIC 9(4).
      *         OUT - THE CASE AS IT STANDS
             10 DSP-REQ-CASE-STATUS         PIC X(1).
             10 DSP-REQ-AMOUNT              PIC S9(13)V99.
             10 DSP-REQ-PROV-ITEM-NUM       PIC 9(7).
             10 DSP-REQ-OPEN-DATE           PIC X(10).
             10 DSP-REQ-CLOSE-DATE          PIC X(10).
             10 DSP-REQ-DEADLINE            PIC X(10).
      *         DAYS TO THE DEADLINE - NEGATIVE ONCE IT HAS PASSED,
      *         ZERO FOR A CLOSED CASE
             10 DSP-REQ-DAYS-LEFT           PIC S9(4).

       PROCEDURE DIVISION.
           MOVE 0 TO SERRORCODE RET-CODE
                     SRETURNERRORTOCLIENT.
           MOVE SPACES TO BSTRHELPSTRING.

           PERFORM GET-DATE THRU GET-DATE-EXIT.

           EVALUATE TRUE
              WHEN DSP-REQ-OPEN
                 PERFORM GET-ACCT THRU GET-ACCT-EXIT
                 IF RET-CODE = 0 THEN
                    PERFORM GET-DISP-ITEM THRU GET-DISP-ITEM-EXIT
                 END-IF
                 IF RET-CODE = 0 THEN
                    PERFORM SCAN-CASES THRU SCAN-CASES-EXIT
                 END-IF
                 IF RET-CODE = 0 THEN
                    PERFORM OPEN-CASE THRU OPEN-CASE-EXIT
                 END-IF
                 IF RET-CODE = 0 THEN
                    PERFORM RETURN-CASE THRU RETURN-CASE-EXIT
                 END-IF
              WHEN DSP-REQ-STATUS
                 PERFORM GET-CASE THRU GET-CASE-EXIT
                 IF RET-CODE = 0 THEN
                    PERFORM RETURN-CASE THRU RETURN-CASE-EXIT
                 END-IF
              WHEN OTHER
                 MOVE 'Action must be O or S'
                   TO BSTRHELPSTRING
                 MOVE 5091 TO SERRORCODE RET-CODE
           END-EVALUATE.

           IF SERRORCODE NOT = 0 THEN
              MOVE 1 TO SRETURNERRORTOCLIENT
           END-IF.
           EXEC CICS RETURN END-EXEC.

      **************************************************
      *    READ THE ACCOUNT THE CASE RIDES ON
      **************************************************
       GET-ACCT.
           MOVE DSP-REQ-SSN  TO SSN OF ACCT-REC-KEY.
           MOVE DSP-REQ-ACCT TO NUM OF ACCT-REC-KEY.
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
                 MOVE 5092 TO SERRORCODE RET-CODE
                 GO TO GET-ACCT-EXIT
              WHEN OTHER
                 MOVE SPACES TO BSTRHELPSTRING
                 MOVE RESP-CODE TO EDIT-NUM
                 STRING 'I/O Error on Account file, response code='
                                  DELIMITED SIZE
                        EDIT-NUM  DELIMITED SIZE
                        INTO BSTRHELPSTRING
                 END-STRING
                 MOVE 5093 TO SERRORCODE RET-CODE
                 GO TO GET-ACCT-EXIT
           END-EVALUATE.

      *    THE PROVISIONAL CREDIT POSTS TO A DEPOSIT BALANCE
           IF NOT ACCOUNT-TYPE-CHK AND NOT ACCOUNT-TYPE-SAV
              AND NOT ACCOUNT-TYPE-CD
              MOVE 'Disputes are taken on deposit accounts only'
                TO BSTRHELPSTRING
              MOVE 5094 TO SERRORCODE RET-CODE
           END-IF.

       GET-ACCT-EXIT.
           EXIT.

      **************************************************
      *    READ THE DISPUTED ITEM - ONLY A DEBIT-TYPE
      *    ITEM CAN BE DISPUTED
      **************************************************
       GET-DISP-ITEM.
           IF DSP-REQ-ITEM-NUM IS NOT NUMERIC
              OR DSP-REQ-ITEM-NUM = 0
              MOVE 'Item number must not be zero'
                TO BSTRHELPSTRING
              MOVE 5095 TO SERRORCODE RET-CODE
              GO TO GET-DISP-ITEM-EXIT
           END-IF.
           MOVE DSP-REQ-ITEM-NUM TO DISP-ITEM.

           MOVE DSP-REQ-SSN  TO SSN      OF TXN-REC-KEY.
           MOVE DSP-REQ-ACCT TO NUM      OF TXN-REC-KEY.
           MOVE DISP-ITEM    TO ITEM-NUM OF TXN-REC-KEY.
           EXEC CICS READ
                     DATASET(WBTXNDB-DD)
                     INTO(TXN-DETAILS)
                     LENGTH(LENGTH OF TXN-DETAILS)
                     RIDFLD(TXN-REC-KEY)
                     KEYLENGTH(LENGTH OF TXN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Disputed item not on file'
                TO BSTRHELPSTRING
              MOVE 5096 TO SERRORCODE RET-CODE
              GO TO GET-DISP-ITEM-EXIT
           END-IF.

           IF NOT (TXN-TYPE-DEBIT OR TXN-TYPE-SVCCHG
                   OR TXN-TYPE-ODCHG)
              MOVE 'Only debit-type items can be disputed'
                TO BSTRHELPSTRING
              MOVE 5097 TO SERRORCODE RET-CODE
           END-IF.

       GET-DISP-ITEM-EXIT.
           EXIT.

      **************************************************
      *    BROWSE THE ACCOUNT'S CASES FOR THE NEXT FREE
      *    CASE NUMBER, AND FOR A CASE ALREADY TAKEN ON
      *    THE SAME ITEM - A SECOND CALL FOR THE SAME
      *    DISPUTE MUST NOT CREDIT THE CUSTOMER TWICE
      **************************************************
       SCAN-CASES.
           MOVE 1   TO NEXT-CASE-SEQ.
           MOVE 0   TO FOUND-CASE-SEQ.
           MOVE 'N' TO SCAN-DONE.
           MOVE DSP-REQ-SSN  TO CAS-KEY-SSN.
           MOVE DSP-REQ-ACCT TO CAS-KEY-ACCT-NUM.
           MOVE 0            TO CAS-KEY-CASE-SEQ.

           EXEC CICS STARTBR
                     DATASET(WBCASEDB-DD)
                     RIDFLD(CASE-REC-KEY)
                     KEYLENGTH(LENGTH OF CASE-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO SCAN-CASES-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the case file'
                   TO BSTRHELPSTRING
                 MOVE 5098 TO SERRORCODE RET-CODE
                 GO TO SCAN-CASES-EXIT
           END-EVALUATE.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBCASEDB-DD)
                        INTO(CASE-RECORD)
                        LENGTH(LENGTH OF CASE-RECORD)
                        RIDFLD(CASE-REC-KEY)
                        KEYLENGTH(LENGTH OF CASE-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF CAS-SSN NOT = DSP-REQ-SSN OR
                    CAS-ACCT-NUM NOT = DSP-REQ-ACCT THEN
                    MOVE 'Y' TO SCAN-DONE
                 ELSE
                    IF CAS-CASE-SEQ >= NEXT-CASE-SEQ
                       COMPUTE NEXT-CASE-SEQ = CAS-CASE-SEQ + 1
                    END-IF
                    IF CAS-DISP-ITEM-NUM = DISP-ITEM
                       MOVE CAS-CASE-SEQ TO FOUND-CASE-SEQ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR DATASET(WBCASEDB-DD) END-EXEC.

           IF FOUND-CASE-SEQ NOT = 0 AND DSP-REQ-OPEN
              MOVE FOUND-CASE-SEQ TO DSP-REQ-CASE-SEQ EDIT-NUM
              MOVE SPACES TO BSTRHELPSTRING
              STRING 'Item is already under dispute, case '
                               DELIMITED SIZE
                     EDIT-NUM  DELIMITED SIZE
                     INTO BSTRHELPSTRING
              END-STRING
              MOVE 5099 TO SERRORCODE RET-CODE
           END-IF.

       SCAN-CASES-EXIT.
           EXIT.

      **************************************************
      *    POST THE PROVISIONAL CREDIT, WRITE ITS 'P'
      *    ITEM AND OPEN THE CASE, AS OPEN-CASE DOES IN
      *    WGRVDISP
      **************************************************
       OPEN-CASE.
           EXEC CICS READ UPDATE
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'I/O Error reading Account for update'
                TO BSTRHELPSTRING
              MOVE 5093 TO SERRORCODE RET-CODE
              GO TO OPEN-CASE-EXIT
           END-IF.

           MOVE TXN-AMOUNT TO CAS-AMOUNT.
           EVALUATE ACCOUNT-TYPE-CODE
              WHEN 'C'
                 ADD CAS-AMOUNT TO ACCOUNT-CHK-BAL
                 ADD 1          TO ACCOUNT-CHK-DETAIL-ITEMS
                 MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN 'S'
                 ADD CAS-AMOUNT TO ACCOUNT-SAV-BAL
                 ADD 1          TO ACCOUNT-SAV-DETAIL-ITEMS
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN 'D'
                 ADD CAS-AMOUNT TO ACCOUNT-CD-BAL
                 ADD 1          TO ACCOUNT-CD-DETAIL-ITEMS
                 MOVE ACCOUNT-CD-DETAIL-ITEMS  TO TXN-ITEM-NUM
           END-EVALUATE.

           EXEC CICS REWRITE
                     DATASET(WBACCTDB-DD)
                     FROM(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           PERFORM WRITE-JRN-ACCT THRU WRITE-JRN-ACCT-EXIT.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error posting provisional credit'
                TO BSTRHELPSTRING
              MOVE 5100 TO SERRORCODE RET-CODE
              GO TO OPEN-CASE-EXIT
           END-IF.

           MOVE CURRENT-DATE   TO TXN-DATE.
           MOVE ACCOUNT-SSN    TO TXN-SSN.
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM.
           MOVE 'P'            TO TXN-TYPE.
           MOVE CAS-AMOUNT     TO TXN-AMOUNT.
           MOVE NEXT-CASE-SEQ  TO CAS-KEY-CASE-SEQ.
           MOVE SPACES         TO TXN-MEMO.
           STRING 'DISPUTE CASE ' DELIMITED SIZE
                  CAS-KEY-CASE-SEQ DELIMITED SIZE
                  INTO TXN-MEMO
           END-STRING.

           MOVE TXN-SSN      TO SSN      OF TXN-REC-KEY.
           MOVE TXN-ACCT-NUM TO NUM      OF TXN-REC-KEY.
           MOVE TXN-ITEM-NUM TO ITEM-NUM OF TXN-REC-KEY.
           EXEC CICS WRITE
                     DATASET(WBTXNDB-DD)
                     FROM(TXN-DETAILS)
                     LENGTH(LENGTH OF TXN-DETAILS)
                     KEYLENGTH(LENGTH OF TXN-REC-KEY)
                     RIDFLD(TXN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           PERFORM WRITE-JRN-TXN THRU WRITE-JRN-TXN-EXIT.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error writing provisional credit'
                TO BSTRHELPSTRING
              MOVE 5100 TO SERRORCODE RET-CODE
              GO TO OPEN-CASE-EXIT
           END-IF.

           MOVE ACCOUNT-SSN    TO CAS-SSN CAS-KEY-SSN.
           MOVE ACCOUNT-NUMBER TO CAS-ACCT-NUM CAS-KEY-ACCT-NUM.
           MOVE NEXT-CASE-SEQ  TO CAS-CASE-SEQ.
           MOVE DISP-ITEM      TO CAS-DISP-ITEM-NUM.
           MOVE TXN-ITEM-NUM   TO CAS-PROV-ITEM-NUM.
           MOVE CURRENT-DATE   TO CAS-OPEN-DATE.
           MOVE SPACES         TO CAS-CLOSE-DATE.
           MOVE EIBOPID        TO CAS-OPID.
           MOVE 'O'            TO CAS-STATUS-CODE.
           EXEC CICS WRITE
                     DATASET(WBCASEDB-DD)
                     FROM(CASE-RECORD)
                     LENGTH(LENGTH OF CASE-RECORD)
                     RIDFLD(CASE-REC-KEY)
                     KEYLENGTH(LENGTH OF CASE-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error writing the case record'
                TO BSTRHELPSTRING
              MOVE 5101 TO SERRORCODE RET-CODE
              GO TO OPEN-CASE-EXIT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Dispute case ' DELIMITED SIZE
                  CAS-CASE-SEQ DELIMITED SIZE
                  ' opened on acct ' DELIMITED SIZE
                  ACCOUNT-NUMBER DELIMITED SIZE
                  ' via CustomerCare' DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       OPEN-CASE-EXIT.
           EXIT.

      **************************************************
      *    READ THE CASE ASKED ABOUT - BY CASE NUMBER,
      *    OR BY THE DISPUTED ITEM WHEN NONE IS GIVEN
      **************************************************
       GET-CASE.
           IF DSP-REQ-CASE-SEQ IS NOT NUMERIC
              OR DSP-REQ-CASE-SEQ = 0
              IF DSP-REQ-ITEM-NUM IS NOT NUMERIC
                 OR DSP-REQ-ITEM-NUM = 0
                 MOVE 'Give a case number or the disputed item'
                   TO BSTRHELPSTRING
                 MOVE 5095 TO SERRORCODE RET-CODE
                 GO TO GET-CASE-EXIT
              END-IF
              MOVE DSP-REQ-ITEM-NUM TO DISP-ITEM
              PERFORM SCAN-CASES THRU SCAN-CASES-EXIT
              IF RET-CODE NOT = 0
                 GO TO GET-CASE-EXIT
              END-IF
              IF FOUND-CASE-SEQ = 0
                 MOVE 'No dispute case on that item'
                   TO BSTRHELPSTRING
                 MOVE 5102 TO SERRORCODE RET-CODE
                 GO TO GET-CASE-EXIT
              END-IF
              MOVE FOUND-CASE-SEQ TO DSP-REQ-CASE-SEQ
           END-IF.

           MOVE DSP-REQ-SSN      TO CAS-KEY-SSN.
           MOVE DSP-REQ-ACCT     TO CAS-KEY-ACCT-NUM.
           MOVE DSP-REQ-CASE-SEQ TO CAS-KEY-CASE-SEQ.
           EXEC CICS READ
                     DATASET(WBCASEDB-DD)
                     INTO(CASE-RECORD)
                     LENGTH(LENGTH OF CASE-RECORD)
                     RIDFLD(CASE-REC-KEY)
                     KEYLENGTH(LENGTH OF CASE-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Case not on file'
                   TO BSTRHELPSTRING
                 MOVE 5102 TO SERRORCODE RET-CODE
              WHEN OTHER
                 MOVE 'I/O error on the case file'
                   TO BSTRHELPSTRING
                 MOVE 5098 TO SERRORCODE RET-CODE
           END-EVALUATE.

       GET-CASE-EXIT.
           EXIT.

      **************************************************
      *    HAND THE CASE BACK WITH ITS DEADLINE - THE
      *    OPEN DATE (MM/DD/YYYY AS WRITTEN ONLINE, OR
      *    YYYY-MM-DD) PLUS THE RESOLUTION WINDOW
      **************************************************
       RETURN-CASE.
           MOVE CAS-CASE-SEQ      TO DSP-REQ-CASE-SEQ.
           MOVE CAS-STATUS-CODE   TO DSP-REQ-CASE-STATUS.
           MOVE CAS-AMOUNT        TO DSP-REQ-AMOUNT.
           MOVE CAS-DISP-ITEM-NUM TO DSP-REQ-ITEM-NUM.
           MOVE CAS-PROV-ITEM-NUM TO DSP-REQ-PROV-ITEM-NUM.
           MOVE CAS-OPEN-DATE     TO DSP-REQ-OPEN-DATE.
           MOVE CAS-CLOSE-DATE    TO DSP-REQ-CLOSE-DATE.
           MOVE SPACES            TO DSP-REQ-DEADLINE.
           MOVE 0                 TO DSP-REQ-DAYS-LEFT.

           IF CAS-OPEN-DATE(5:1) = '-'
              MOVE CAS-OPEN-DATE(1:4) TO ODS-YEAR
              MOVE CAS-OPEN-DATE(6:2) TO ODS-MONTH
              MOVE CAS-OPEN-DATE(9:2) TO ODS-DAY
           ELSE
              MOVE CAS-OPEN-DATE(7:4) TO ODS-YEAR
              MOVE CAS-OPEN-DATE(1:2) TO ODS-MONTH
              MOVE CAS-OPEN-DATE(4:2) TO ODS-DAY
           END-IF.
           EXEC CICS CONVERTTIME
                     DATESTRING(OPEN-DATE-STAMP)
                     ABSTIME(DEADLINE-UTIME)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO RETURN-CASE-EXIT
           END-IF.

           COMPUTE DEADLINE-UTIME = DEADLINE-UTIME
                                  + (DISPUTE-DEADLINE-DAYS * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(DEADLINE-UTIME)
                                YYYYMMDD(DSP-REQ-DEADLINE)
                                DATESEP('-')
                                END-EXEC.

           IF CAS-STATUS-OPEN
              COMPUTE DAYS-LEFT-MS = DEADLINE-UTIME - UTIME
              END-COMPUTE
              DIVIDE DAYS-LEFT-MS BY 86400000
                     GIVING DSP-REQ-DAYS-LEFT
           END-IF.

       RETURN-CASE-EXIT.
           EXIT.

      **************************************************************
      ** GET TODAY AS MM/DD/YYYY, THE DATE FORM WGRVDISP POSTS     **
      **************************************************************
       GET-DATE.
           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           MOVE SPACES TO CURRENT-DATE.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('/')
                                MMDDYYYY(CURRENT-DATE) END-EXEC.

       GET-DATE-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE AN AFTER-IMAGE TO THE FORWARD-RECOVERY JOURNAL QUEUE   *
      *****************************************************************
       WRITE-JRN-ACCT.
           MOVE ACCOUNT-RECORD TO JRN-IMAGE.
           MOVE 'WBACCTDB'     TO JRN-FILE-ID.
           MOVE 'R'            TO JRN-ACTION-CODE.
           PERFORM WRITE-JRN-COMMON THRU WRITE-JRN-COMMON-EXIT.

       WRITE-JRN-ACCT-EXIT.
           EXIT.

       WRITE-JRN-TXN.
           MOVE TXN-DETAILS TO JRN-IMAGE.
           MOVE 'WBTXNDB'   TO JRN-FILE-ID.
           MOVE 'W'         TO JRN-ACTION-CODE.
           PERFORM WRITE-JRN-COMMON THRU WRITE-JRN-COMMON-EXIT.

       WRITE-JRN-TXN-EXIT.
           EXIT.

       WRITE-JRN-COMMON.
           EXEC CICS ASKTIME ABSTIME(JRN-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(JRN-UTIME)
                                DATESEP('-')
                                YYYYMMDD(JRN-DATE)
                                TIME(JRN-TIME)
                                TIMESEP(':')
                                END-EXEC.
           MOVE LENGTH OF JOURNAL-RECORD TO JRN-HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('WJRN')
                               FROM(JOURNAL-RECORD)
                               LENGTH(JRN-HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       WRITE-JRN-COMMON-EXIT.
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
           MOVE DSP-REQ-SSN         TO AUD-SSN
           MOVE DSP-REQ-ACCT        TO AUD-ACCT-NUM
           COMPUTE AUD-SEQ-NUM = (EIBTASKN * 1000) + AUD-CALL-COUNT
           MOVE EIBOPID             TO AUD-OPID
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
