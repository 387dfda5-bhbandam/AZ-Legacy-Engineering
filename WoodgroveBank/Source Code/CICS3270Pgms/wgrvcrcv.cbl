      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** CHARGE-OFF RECOVERIES TAKEN AT THE WINDOW. A CHARGED-OFF     *
      ** ACCOUNT IS CLOSED, SO A PAYMENT FROM THE CUSTOMER IS NOT A   *
      ** DEPOSIT: IT IS APPLIED HERE AGAINST THE NEGAGING REGISTER    *
      ** RECORD ON WBCHGOFF AND KEPT ON WBCOFRCV, FROM WHICH THE      *
      ** NIGHTLY COFRCVPT RUN JOURNALS IT TO THE RECOVERY GL LINE.    *
      ** THE COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS     *
      **    Q,SSN,ACCT - SHOW THE CHARGE-OFF AND WHAT IS RECOVERED    *
      **    P,SSN,ACCT,AMOUNT - APPLY A RECOVERY PAYMENT (NO MORE     *
      **        THAN THE LOSS STILL OPEN)                             *
      ** EVERY PAYMENT STAMPS THE TELLER ID AND IS LOGGED TO          *
      ** WBAUDTDB.                                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCRCV.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBCHGOFF-DD                 PIC X(8)   VALUE 'WBCHGOFF'.
       01 COF-REC-KEY.
          05 COF-KEY-SSN              PIC X(9)   VALUE SPACES.
          05 COF-KEY-ACCT-NUM         PIC X(10)  VALUE SPACES.
       01 CHGOFF-RECORD.
          05 COF-SSN                  PIC X(9).
          05 COF-ACCT-NUM             PIC X(10).
          05 COF-CHARGEOFF-DATE       PIC X(10).
          05 COF-AMOUNT               PIC S9(13)V99  COMP-3.
          05 COF-RECOVERED-AMT        PIC S9(13)V99  COMP-3.
          05 COF-STATUS-CODE          PIC X(1).
             88 COF-STATUS-OPEN              VALUE 'O'.
             88 COF-STATUS-RECOVERED         VALUE 'R'.
             88 COF-STATUS-CLOSED            VALUE 'C'.
          05 COF-BRANCH               PIC X(3).
          05 COF-LAST-RECOVERY-DATE   PIC X(10).

       01 WBCOFRCV-DD                 PIC X(8)   VALUE 'WBCOFRCV'.
       01 RECOVERY-RECORD.
          05 RCV-KEY.
             10 RCV-SSN               PIC X(9).
             10 RCV-ACCT-NUM          PIC X(10).
             10 RCV-DATE              PIC X(10).
             10 RCV-SEQ               PIC 9(10).
          05 RCV-AMOUNT               PIC S9(13)V99  COMP-3.
          05 RCV-SOURCE-CODE          PIC X(1).
             88 RCV-SOURCE-TELLER            VALUE 'T'.
             88 RCV-SOURCE-AGENCY            VALUE 'A'.
          05 RCV-AGENCY-ID            PIC X(6).
          05 RCV-REFERENCE            PIC X(12).
          05 RCV-OPID                 PIC X(3).
          05 RCV-BRANCH               PIC X(3).
          05 RCV-GL-FLAG              PIC X(1).
             88 RCV-GL-PENDING               VALUE 'N'.
             88 RCV-GL-POSTED                VALUE 'Y'.
          05 FILLER                   PIC X(12).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-AMT-TEXT                PIC X(14)   VALUE SPACES.
       01 CMD-DIGIT                   PIC 9       VALUE 0.
       01 RECOVERY-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
       01 OPEN-LOSS                   PIC S9(13)V99 COMP-3 VALUE 0.
       01 AMT-WHOLE                   PIC 9(11)   VALUE 0.
       01 AMT-CENTS                   PIC 99      VALUE 0.
       01 AMT-DOING-CENTS             PIC X       VALUE 'N'.
       01 AMT-CENTS-SEEN              PIC S9(4)   COMP VALUE 0.
       01 I                           PIC S9(4)   COMP.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 EDIT-AMT2                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.
       01 STATUS-WORD                 PIC X(09)   VALUE SPACES.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVCRCV'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVCRCV)
                                PF3(END-WGRVCRCV)
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
                 PERFORM READ-CHARGE-OFF THRU READ-CHARGE-OFF-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'Q'
                       PERFORM SHOW-CHARGE-OFF
                          THRU SHOW-CHARGE-OFF-EXIT
                    WHEN 'P'
                       PERFORM APPLY-RECOVERY
                          THRU APPLY-RECOVERY-EXIT
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
           MOVE 'WBCV' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Q,SSN,ACCT shows a charge-off' TO GDNMSG1O.
           MOVE 'P,SSN,ACCT,AMT applies a recovery payment'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE RECOVERY COMMAND                   **
      **************************************************************
       PARSE-COMMAND.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter a recovery command' TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO PARSE-COMMAND-EXIT
           END-IF.

           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT CMD-AMT-TEXT.
           MOVE SPACE  TO CMD-ACTION-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'Q'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT
                 END-UNSTRING
              WHEN 'P'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-AMT-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be Q or P' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
           END-EVALUATE.

           IF CMD-SSN-TEXT NOT NUMERIC
              MOVE 'SSN must be 9 digits' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACCT-TEXT = SPACES
              MOVE 'Account must not be blank' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO PARSE-COMMAND-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'P'
              PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
              IF RET-CODE NOT = 0
                 GO TO PARSE-COMMAND-EXIT
              END-IF
              IF RECOVERY-AMOUNT = 0
                 MOVE 'Recovery needs an amount' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       PARSE-COMMAND-EXIT.
           EXIT.

      **************************************************************
      ** PARSE A DOLLAR AMOUNT OF THE FORM 99999.99                **
      **************************************************************
       PARSE-AMOUNT.
           MOVE 0 TO AMT-WHOLE AMT-CENTS AMT-CENTS-SEEN.
           MOVE 'N' TO AMT-DOING-CENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
              EVALUATE TRUE
                 WHEN CMD-AMT-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-AMT-TEXT(I:1) = '.'
                    MOVE 'Y' TO AMT-DOING-CENTS
                 WHEN CMD-AMT-TEXT(I:1) IS NUMERIC
                    MOVE CMD-AMT-TEXT(I:1) TO CMD-DIGIT
                    IF AMT-DOING-CENTS = 'Y'
                       IF AMT-CENTS-SEEN < 2
                          COMPUTE AMT-CENTS = (AMT-CENTS * 10)
                                            + CMD-DIGIT
                          ADD 1 TO AMT-CENTS-SEEN
                       END-IF
                    ELSE
                       COMPUTE AMT-WHOLE = (AMT-WHOLE * 10)
                                         + CMD-DIGIT
                    END-IF
                 WHEN OTHER
                    MOVE 'Amount must be numeric' TO GDNMSG1O
                    MOVE 1 TO RET-CODE
                    GO TO PARSE-AMOUNT-EXIT
              END-EVALUATE
           END-PERFORM.
           IF AMT-CENTS-SEEN = 1
              COMPUTE AMT-CENTS = AMT-CENTS * 10
           END-IF.
           COMPUTE RECOVERY-AMOUNT = AMT-WHOLE + (AMT-CENTS / 100).

       PARSE-AMOUNT-EXIT.
           EXIT.

      **************************************************************
      ** FETCH THE CHARGE-OFF REGISTER RECORD - A PAYMENT HOLDS IT **
      **************************************************************
       READ-CHARGE-OFF.
           MOVE CMD-SSN-TEXT  TO COF-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO COF-KEY-ACCT-NUM.
           IF CMD-ACTION-TEXT = 'Q'
              EXEC CICS READ
                        DATASET(WBCHGOFF-DD)
                        INTO(CHGOFF-RECORD)
                        LENGTH(LENGTH OF CHGOFF-RECORD)
                        RIDFLD(COF-REC-KEY)
                        KEYLENGTH(LENGTH OF COF-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS READ UPDATE
                        DATASET(WBCHGOFF-DD)
                        INTO(CHGOFF-RECORD)
                        LENGTH(LENGTH OF CHGOFF-RECORD)
                        RIDFLD(COF-REC-KEY)
                        KEYLENGTH(LENGTH OF COF-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account has not been charged off' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
              WHEN OTHER
                 MOVE 'I/O error on the charge-off file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
           END-EVALUATE.

           COMPUTE OPEN-LOSS = COF-AMOUNT - COF-RECOVERED-AMT.

       READ-CHARGE-OFF-EXIT.
           EXIT.

      **************************************************************
      ** SHOW THE CHARGE-OFF - DATE, STATUS, AMOUNT WRITTEN OFF    **
      ** AND RECOVERED SO FAR                                      **
      **************************************************************
       SHOW-CHARGE-OFF.
           EVALUATE TRUE
              WHEN COF-STATUS-RECOVERED
                 MOVE 'RECOVERED' TO STATUS-WORD
              WHEN COF-STATUS-CLOSED
                 MOVE 'CLOSED   ' TO STATUS-WORD
              WHEN OTHER
                 MOVE 'OPEN     ' TO STATUS-WORD
           END-EVALUATE.
           MOVE COF-AMOUNT TO EDIT-AMT.
           MOVE SPACES TO GDNMSG1O.
           STRING STATUS-WORD DELIMITED SIZE
                  ' charged off ' DELIMITED SIZE
                  COF-CHARGEOFF-DATE DELIMITED SIZE
                  ' for ' DELIMITED SIZE
                  EDIT-AMT DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE COF-RECOVERED-AMT TO EDIT-AMT.
           MOVE OPEN-LOSS         TO EDIT-AMT2.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Recovered ' DELIMITED SIZE
                  EDIT-AMT DELIMITED SIZE
                  '  still open ' DELIMITED SIZE
                  EDIT-AMT2 DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

       SHOW-CHARGE-OFF-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A RECOVERY PAYMENT AGAINST THE OPEN LOSS. THE LOSS  **
      ** IS RECOVERED WHEN NOTHING IS LEFT OPEN; THE PAYMENT ITSELF**
      ** GOES TO WBCOFRCV FOR THE NIGHTLY GL JOURNAL               **
      **************************************************************
       APPLY-RECOVERY.
           IF NOT COF-STATUS-OPEN
              MOVE 'Charge-off is not open for recovery' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 4 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBCHGOFF-DD) END-EXEC
              GO TO APPLY-RECOVERY-EXIT
           END-IF.

           IF RECOVERY-AMOUNT > OPEN-LOSS
              MOVE OPEN-LOSS TO EDIT-AMT
              MOVE SPACES TO GDNMSG1O
              STRING 'Payment exceeds the open loss of ' DELIMITED SIZE
                     EDIT-AMT DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              MOVE SPACES TO GDNMSG2O
              MOVE 4 TO RET-CODE
              EXEC CICS UNLOCK DATASET(WBCHGOFF-DD) END-EXEC
              GO TO APPLY-RECOVERY-EXIT
           END-IF.

           ADD RECOVERY-AMOUNT TO COF-RECOVERED-AMT.
           MOVE TODAY-ISO      TO COF-LAST-RECOVERY-DATE.
           IF COF-RECOVERED-AMT NOT < COF-AMOUNT
              MOVE 'R' TO COF-STATUS-CODE
           END-IF.
           EXEC CICS REWRITE
                     DATASET(WBCHGOFF-DD)
                     FROM(CHGOFF-RECORD)
                     LENGTH(LENGTH OF CHGOFF-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the charge-off file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO APPLY-RECOVERY-EXIT
           END-IF.

           MOVE SPACES          TO RECOVERY-RECORD.
           MOVE COF-SSN         TO RCV-SSN.
           MOVE COF-ACCT-NUM    TO RCV-ACCT-NUM.
           MOVE TODAY-ISO       TO RCV-DATE.
           MOVE EIBTASKN        TO RCV-SEQ.
           MOVE RECOVERY-AMOUNT TO RCV-AMOUNT.
           MOVE 'T'             TO RCV-SOURCE-CODE.
           MOVE EIBOPID         TO RCV-OPID.
           MOVE COF-BRANCH      TO RCV-BRANCH.
           MOVE 'N'             TO RCV-GL-FLAG.
           EXEC CICS WRITE
                     DATASET(WBCOFRCV-DD)
                     FROM(RECOVERY-RECORD)
                     RIDFLD(RCV-KEY)
                     KEYLENGTH(LENGTH OF RCV-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Error writing the recovery file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 3 TO RET-CODE
              GO TO APPLY-RECOVERY-EXIT
           END-IF.

           COMPUTE OPEN-LOSS = COF-AMOUNT - COF-RECOVERED-AMT.
           MOVE RECOVERY-AMOUNT TO EDIT-AMT.
           MOVE OPEN-LOSS       TO EDIT-AMT2.
           MOVE SPACES TO GDNMSG1O GDNMSG2O.
           STRING 'Recovery of ' DELIMITED SIZE
                  EDIT-AMT DELIMITED SIZE
                  ' applied' DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           IF COF-STATUS-RECOVERED
              MOVE 'Loss fully recovered' TO GDNMSG2O
           ELSE
              STRING 'Still open ' DELIMITED SIZE
                     EDIT-AMT2 DELIMITED SIZE
                     INTO GDNMSG2O
              END-STRING
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Charge-off recovery ' DELIMITED SIZE
                  EDIT-AMT DELIMITED SIZE
                  ' on ' DELIMITED SIZE
                  CMD-ACCT-TEXT DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       APPLY-RECOVERY-EXIT.
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

       END-WGRVCRCV.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVCRCV-EXIT.
           EXIT.
