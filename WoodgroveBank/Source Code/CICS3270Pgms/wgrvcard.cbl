      **    B,CARDNUM    - BLOCK A CARD (REVERSIBLE)                 *
      **    H,CARDNUM    - HOT-CARD A STOLEN CARD - WBVALUSR         *
      **                   DECLINES IT FROM THIS MOMENT ON           *
      **    A,CARDNUM    - REACTIVATE A BLOCKED (NOT HOT) CARD, OR   *
      **                   ACTIVATE A PENDING REISSUED CARD (CRDREIS)*
      **                   - THE CARD IT REPLACES IS CLOSED          *
      ** NO CARD IS ISSUED TO AN SSN THAT HOLDS A CUSTODIAL (UTMA)   *
      ** ACCOUNT AS THE MINOR (SEE WGRVCSTD) - THE ACCOUNT PASSES TO *
      ** THEM AT MAJORITY AND A CARD CAN BE ISSUED THEN.             *
      ** EVERY ACTION IS LOGGED TO WBAUDTDB.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
             88 CRD-STATUS-BLOCKED           VALUE 'B'.
             88 CRD-STATUS-HOT               VALUE 'H'.
             88 CRD-STATUS-CLOSED            VALUE 'X'.
             88 CRD-STATUS-PENDING           VALUE 'P'.
          05 CRD-REPLACES-SEQ         PIC 9(12).
          05 CRD-REISSUE-SW           PIC X(1).
             88 CRD-REPLACEMENT-ISSUED       VALUE 'Y'.
          05 CRD-EMBOSS-SW            PIC X(1).
             88 CRD-EMBOSS-ORDERED           VALUE 'O'.

      *    A PENDING REPLACEMENT BEING ACTIVATED CLOSES THE CARD IT
      *    REPLACES - SAME BANK PREFIX, SEQUENCE FROM CRD-REPLACES-SEQ
       01 REPLACED-CARD-NUM.
          05 RCN-PREFIX               PIC X(4).
          05 RCN-SEQUENCE             PIC 9(12).
       01 ACTIVATED-PENDING           PIC X       VALUE 'N'.

      *****************************************************************
      *  CONTROL RECORD FOR THE WBCDNBR CARD-NUMBER DISPENSER, BUILT  *
          05 NCN-PREFIX               PIC X(4).
          05 NCN-SEQUENCE             PIC 9(12).

      *****************************************************************
      *  CUSTODIAL DESIGNATIONS, KEYED LIKE THE ACCOUNT - BROWSED BY  *
      *  SSN TO SEE WHETHER THE CARDHOLDER IS A MINOR UNDER ONE       *
      *****************************************************************
       01 WBCSDDB-DD                  PIC X(8)    VALUE 'WBCSDDB'.
       01 CSD-REC-KEY.
          05 CSD-KEY-SSN              PIC X(9)    VALUE SPACES.
          05 CSD-KEY-ACCT-NUM         PIC X(10)   VALUE SPACES.
       01 CSD-RECORD.
          05 CSD-SSN                  PIC X(9).
          05 CSD-ACCT-NUM             PIC X(10).
          05 FILLER                   PIC X(70).
          05 CSD-STATUS-CODE          PIC X(1).
             88 CSD-STATUS-ACTIVE            VALUE 'A'.
          05 FILLER                   PIC X(16).
       01 CSD-SCAN-DONE               PIC X       VALUE 'N'.

       01 CMD-ACTION-TEXT             PIC X(1)    VALUE SPACE.
       01 CMD-FLD2-TEXT               PIC X(16)   VALUE SPACES.
       01 ISSUE-SSN                   PIC X(9)    VALUE SPACES.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Enter I,SSN / R,CARD / B,CARD / H,CARD / A,CARD'
                                                      TO GDNMSG1O.
           MOVE 'I=issue R=replace B=block H=hot A=activate'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
      ** ISSUE A NEW CARD TO ISSUE-SSN - THREE-YEAR EXPIRY          **
      **************************************************************
       ISSUE-CARD.
           PERFORM CHECK-CUSTODIAL THRU CHECK-CUSTODIAL-EXIT.
           IF RET-CODE NOT = 0
              GO TO ISSUE-CARD-EXIT
           END-IF.

           PERFORM GET-NEW-CARD-NUM THRU GET-NEW-CARD-NUM-EXIT.
           IF RET-CODE NOT = 0
              GO TO ISSUE-CARD-EXIT
           MOVE CURRENT-ISO-DATE    TO CRD-ISSUE-DATE.
           MOVE EXPIRY-ISO-DATE     TO CRD-EXPIRY-DATE.
           MOVE 'A'                 TO CRD-STATUS-CODE.
           MOVE ZERO                TO CRD-REPLACES-SEQ.
           MOVE 'N'                 TO CRD-REISSUE-SW.
           MOVE SPACE               TO CRD-EMBOSS-SW.

           EXEC CICS WRITE
                     DATASET(WBCARDDB-DD)
           END-EVALUATE.

           MOVE CRD-SSN TO ISSUE-SSN.
           PERFORM CHECK-CUSTODIAL THRU CHECK-CUSTODIAL-EXIT.
           IF RET-CODE NOT = 0
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              GO TO REPLACE-CARD-EXIT
           END-IF.

           MOVE 'X'     TO CRD-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBCARDDB-DD)
      **************************************************************
      ** BLOCK, HOT-CARD OR REACTIVATE A CARD. A HOT CARD IS       **
      ** PERMANENT - ONLY A REPLACEMENT GETS THE CUSTOMER A        **
      ** WORKING CARD AGAIN. ACTIVATING A PENDING REISSUED CARD    **
      ** ALSO CLOSES THE CARD IT REPLACES                          **
      **************************************************************
       MARK-CARD.
           MOVE 'N' TO ACTIVATED-PENDING.
           MOVE CMD-FLD2-TEXT TO CRD-KEY-CARD-NUM.
           EXEC CICS READ UPDATE
                     DATASET(WBCARDDB-DD)
                 END-IF
                 MOVE 'H' TO CRD-STATUS-CODE
              WHEN 'A'
                 IF NOT CRD-STATUS-BLOCKED AND NOT CRD-STATUS-PENDING
                    EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
                    MOVE 'Card is not blocked or pending activation'
                                                      TO GDNMSG1O
                    MOVE 2 TO RET-CODE
                    GO TO MARK-CARD-EXIT
                 END-IF
                 IF CRD-STATUS-PENDING
                    MOVE 'Y' TO ACTIVATED-PENDING
                 END-IF
                 MOVE 'A' TO CRD-STATUS-CODE
           END-EVALUATE.

           MOVE 'Card status updated' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.

           IF ACTIVATED-PENDING = 'Y'
              PERFORM CLOSE-REPLACED-CARD THRU CLOSE-REPLACED-CARD-EXIT
           END-IF.

       MARK-CARD-EXIT.
           EXIT.

      **************************************************************
      ** CLOSE THE CARD A JUST-ACTIVATED REPLACEMENT STANDS IN FOR **
      ** - ONLY IF IT IS STILL USABLE; A HOT OR CLOSED CARD STAYS  **
      ** AS IT IS                                                  **
      **************************************************************
       CLOSE-REPLACED-CARD.
           IF CRD-REPLACES-SEQ NOT NUMERIC OR CRD-REPLACES-SEQ = 0
              GO TO CLOSE-REPLACED-CARD-EXIT
           END-IF.

           MOVE CRD-CARD-NUM(1:4)  TO RCN-PREFIX.
           MOVE CRD-REPLACES-SEQ   TO RCN-SEQUENCE.
           MOVE REPLACED-CARD-NUM  TO CRD-KEY-CARD-NUM.
           EXEC CICS READ UPDATE
                     DATASET(WBCARDDB-DD)
                     INTO(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RIDFLD(CARD-REC-KEY)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              GO TO CLOSE-REPLACED-CARD-EXIT
           END-IF.

           IF NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-BLOCKED
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              GO TO CLOSE-REPLACED-CARD-EXIT
           END-IF.

           MOVE 'X' TO CRD-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBCARDDB-DD)
                     FROM(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Card activated - error closing the old card'
                                                      TO GDNMSG2O
              GO TO CLOSE-REPLACED-CARD-EXIT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Card ' DELIMITED SIZE
                  CRD-CARD-NUM DELIMITED SIZE
                  ' closed on activation of its replacement'
                                               DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

           MOVE 'Card activated - the card it replaces is closed'
                                                      TO GDNMSG2O.

       CLOSE-REPLACED-CARD-EXIT.
           EXIT.

      **************************************************************
      ** REFUSE A CARD TO ISSUE-SSN WHILE IT IS THE MINOR ON AN    **
      ** ACTIVE CUSTODIAL DESIGNATION                              **
      **************************************************************
       CHECK-CUSTODIAL.
           MOVE ISSUE-SSN TO CSD-KEY-SSN.
           MOVE LOW-VALUES TO CSD-KEY-ACCT-NUM.
           EXEC CICS STARTBR
                     DATASET(WBCSDDB-DD)
                     RIDFLD(CSD-REC-KEY)
                     KEYLENGTH(LENGTH OF CSD-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              GO TO CHECK-CUSTODIAL-EXIT
           END-IF.

           MOVE 'N' TO CSD-SCAN-DONE.
           PERFORM UNTIL CSD-SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBCSDDB-DD)
                        INTO(CSD-RECORD)
                        LENGTH(LENGTH OF CSD-RECORD)
                        RIDFLD(CSD-REC-KEY)
                        KEYLENGTH(LENGTH OF CSD-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = DFHRESP(NORMAL) OR
                 CSD-SSN NOT = ISSUE-SSN
                 MOVE 'Y' TO CSD-SCAN-DONE
              ELSE
                 IF CSD-STATUS-ACTIVE
                    MOVE 'Y' TO CSD-SCAN-DONE
                    MOVE 2 TO RET-CODE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBCSDDB-DD) NOHANDLE END-EXEC.

           IF RET-CODE NOT = 0
              MOVE SPACES TO GDNMSG1O
              STRING 'No card - minor on custodial account '
                                                DELIMITED SIZE
                     CSD-ACCT-NUM DELIMITED SIZE
                     INTO GDNMSG1O
              END-STRING
              MOVE 'The account passes to them at majority (WBCU)'
                                                      TO GDNMSG2O
           END-IF.

       CHECK-CUSTODIAL-EXIT.
           EXIT.

      **************************************************************
      ** DRAW THE NEXT CARD NUMBER FROM THE WBCDNBR DISPENSER      **
      **************************************************************
