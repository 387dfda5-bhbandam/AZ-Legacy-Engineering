           05 ACCOUNT-DAILY-WD-TOTAL     PIC S9(9)V99   COMP-3 VALUE 0.
           05 ACCOUNT-JOINT-SSN         PIC X(9)       VALUE SPACES.
           05 ACCOUNT-BRANCH             PIC X(3)       VALUE SPACES.
           05 FILLER                     PIC X(23)      VALUE SPACES.
           05 ACCOUNT-OWNERSHIP-CODE     PIC X(1)       VALUE SPACES.
              88 ACCOUNT-OWNER-CUSTODIAL          VALUE 'U'.
           05 FILLER                     PIC X(2)       VALUE SPACES.

       01 TXN-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
      *  NUMBER AUTHENTICATES THE CARD FIRST: NOT ON FILE, EXPIRED,   *
      *  BLOCKED OR HOT ALL DECLINE BEFORE THE PIN IS EVER LOOKED AT. *
      *  CARDS ARE ISSUED AND BLOCKED ON THE WGRVCARD TELLER SCREEN.  *
      *  A PENDING REISSUED CARD (CRDREIS) IS ACCEPTED, AND ITS FIRST *
      *  SUCCESSFUL SESSION ACTIVATES IT AND CLOSES THE CARD IT       *
      *  REPLACES.                                                    *
      *****************************************************************
       01 WBCARDDB-DD                 PIC X(8)   VALUE 'WBCARDDB'.
       01 CARD-REC-KEY.
             88 CRD-STATUS-BLOCKED           VALUE 'B'.
             88 CRD-STATUS-HOT               VALUE 'H'.
             88 CRD-STATUS-CLOSED            VALUE 'X'.
             88 CRD-STATUS-PENDING           VALUE 'P'.
          05 CRD-REPLACES-SEQ         PIC 9(12).
          05 CRD-REISSUE-SW           PIC X(1).
             88 CRD-REPLACEMENT-ISSUED       VALUE 'Y'.
          05 FILLER                   PIC X(1).
       01 CARD-AUTH-SW                PIC X      VALUE 'N'.
          88 CARD-AUTHENTICATION                 VALUE 'Y'.
       01 CARD-FIRST-USE-SW           PIC X      VALUE 'N'.
          88 CARD-FIRST-USE                      VALUE 'Y'.
       01 REPLACED-CARD-NUM.
          05 RCN-PREFIX               PIC X(4).
          05 RCN-SEQUENCE             PIC 9(12).
       01 CARD-UTIME                  PIC S9(15) COMP-3 VALUE 0.
       01 TODAY-ISO                   PIC X(10)  VALUE SPACES.

          05 EJL-ACCT-NUM             PIC X(10)  VALUE SPACES.
          05 EJL-AMOUNT               PIC S9(13)V99 COMP-3 VALUE 0.
          05 EJL-STATUS               PIC X(1)   VALUE SPACE.
          05 EJL-CARD-SEQ             PIC X(12)  VALUE SPACES.
          05 FILLER                   PIC X(1)   VALUE SPACES.

       LINKAGE SECTION.

              PERFORM GET-ACCT THRU GET-ACCT-EXIT
           END-IF.

      *    A CUSTODIAL (UTMA) ACCOUNT HAS NO ATM ACCESS - THE
      *    CUSTODIAN TRANSACTS AT THE BRANCH UNTIL THE ACCOUNT IS
      *    RETITLED TO THE MINOR AT MAJORITY
           IF RET-CODE = 0 AND ACCOUNT-OWNER-CUSTODIAL THEN
              MOVE 3 TO RET-CODE
              MOVE EC-CARD-BLOCKED TO OA-STATUS-CODE
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'Custodial account declined ' DELIMITED SIZE
                     IA-ACCT-NUM DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.

      *    A CARD SESSION AUTHENTICATES AS THE CARDHOLDER - THE CARD
      *    NAMES THE SSN AND THE ACCOUNT MUST BELONG TO IT (AS OWNER
      *    OR JOINT OWNER). A CARDLESS SESSION KEEPS THE ORIGINAL
              END-IF
           END-IF.

           IF RET-CODE = 0 AND CARD-FIRST-USE THEN
              PERFORM ACTIVATE-CARD THRU ACTIVATE-CARD-EXIT
           END-IF.

           IF RET-CODE = 0 THEN
              MOVE LENGTH OF OUTPUT-AREA TO OUTPUT-AREA-LEN
              MOVE EC-OK TO OA-STATUS-CODE
                 GO TO GET-CARD-EXIT
           END-EVALUATE.

           IF CRD-STATUS-PENDING THEN
              SET CARD-FIRST-USE TO TRUE
           END-IF.

           IF NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-PENDING THEN
              MOVE 3 TO RET-CODE
              MOVE EC-CARD-BLOCKED TO OA-STATUS-CODE
              MOVE SPACES TO LOG-MSG-BUFFER
       GET-CARD-EXIT.
           EXIT.

      **************************************************
      *    FIRST SUCCESSFUL USE OF A PENDING REISSUED
      *    CARD - ACTIVATE IT AND CLOSE THE CARD IT
      *    REPLACES (UNLESS THAT IS ALREADY HOT OR
      *    CLOSED). A FAILURE HERE IS LOGGED ONLY - THE
      *    SESSION ITSELF HAS ALREADY VALIDATED.
      **************************************************
       ACTIVATE-CARD.
           EXEC CICS READ UPDATE
                     DATASET(WBCARDDB-DD)
                     INTO(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RIDFLD(CARD-REC-KEY)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO ACTIVATE-CARD-ERROR
           END-IF.

           IF NOT CRD-STATUS-PENDING THEN
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              GO TO ACTIVATE-CARD-EXIT
           END-IF.

           MOVE 'A' TO CRD-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBCARDDB-DD)
                     FROM(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO ACTIVATE-CARD-ERROR
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Card activated on first use ' DELIMITED SIZE
                  CRD-CARD-NUM DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

           IF CRD-REPLACES-SEQ NOT NUMERIC OR
              CRD-REPLACES-SEQ = 0 THEN
              GO TO ACTIVATE-CARD-EXIT
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
           IF RESP-CODE NOT = 0 THEN
              GO TO ACTIVATE-CARD-EXIT
           END-IF.

           IF NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-BLOCKED THEN
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              GO TO ACTIVATE-CARD-EXIT
           END-IF.

           MOVE 'X' TO CRD-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBCARDDB-DD)
                     FROM(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO ACTIVATE-CARD-ERROR
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Replaced card closed ' DELIMITED SIZE
                  CRD-CARD-NUM DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO ACTIVATE-CARD-EXIT.

       ACTIVATE-CARD-ERROR.
           MOVE SPACES TO LOG-MSG-BUFFER.
           MOVE RESP-CODE TO EDIT-NUM.
           STRING 'I/O error activating card: RESP=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       ACTIVATE-CARD-EXIT.
           EXIT.

      **************************************************
      *    READ THE ACCOUNT INFO FROM VSAM DATA SET
      **************************************************
           MOVE IA-ACCT-NUM     TO EJL-ACCT-NUM.
           MOVE ZERO            TO EJL-AMOUNT.
           MOVE OA-STATUS-CODE TO EJL-STATUS.
      *    THE CARD SEQUENCE LETS THE SKIMMING ANALYSIS NAME THE
      *    CARDS READ AT THIS TERMINAL - CARDLESS SESSIONS LEAVE IT
           IF CARD-AUTHENTICATION THEN
              MOVE IA-CARD-NUM(5:12) TO EJL-CARD-SEQ
           ELSE
              MOVE SPACES TO EJL-CARD-SEQ
           END-IF.
           EXEC CICS WRITE DATASET(WBEJNLDB-DD)
                           FROM(EJOURNAL-RECORD)
                           RIDFLD(EJL-KEY)
