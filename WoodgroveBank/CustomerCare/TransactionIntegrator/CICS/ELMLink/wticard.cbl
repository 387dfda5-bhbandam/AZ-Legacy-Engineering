      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** ATM CARD SERVICE FOR THE CUSTOMERCARE DESKTOP, ROUTED       *
      ** THROUGH MSCMTICS LIKE THE OTHER ELM LINK PROGRAMS, SO A     *
      ** CUSTOMER REPORTING A LOST OR STOLEN CARD CAN HAVE IT        *
      ** STOPPED WITHOUT A TELLER. THE SAME RULES THE WGRVCARD       *
      ** SCREEN APPLIES APPLY HERE, AND THE SAME WBAUDTDB ENTRY IS   *
      ** WRITTEN. ACTIONS:                                           *
      **    L - LIST THE CUSTOMER'S CARDS WITH STATUS AND EXPIRY     *
      **    B - BLOCK AN ACTIVE CARD (REVERSIBLE AT THE BRANCH)      *
      **    H - HOT-CARD A LOST OR STOLEN CARD - WBVALUSR DECLINES   *
      **        IT FROM THIS MOMENT ON                               *
      ** THE CARD MUST BELONG TO THE CALLER'S SSN. WITH THE REPLACE  *
      ** FLAG SET, B AND H ALSO ORDER A REPLACEMENT: A NEW NUMBER IS *
      ** DRAWN FROM THE WBCDNBR DISPENSER AND THE CARD IS WRITTEN    *
      ** PENDING, FLAGGED FOR THE EMBOSSER - THE NEXT CRDREIS RUN    *
      ** SENDS IT TO THE VENDOR. AS AT THE TELLER SCREEN, NO CARD IS *
      ** ORDERED FOR THE MINOR ON A CUSTODIAL (UTMA) ACCOUNT.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTICARD.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 CARD-REC-KEY.
          05 CRD-KEY-CARD-NUM         PIC X(16)  VALUE SPACES.

       01 CARD-RECORD.
          05 CRD-CARD-NUM             PIC X(16).
          05 CRD-SSN                  PIC X(9).
          05 CRD-ISSUE-DATE           PIC X(10).
          05 CRD-EXPIRY-DATE          PIC X(10).
          05 CRD-STATUS-CODE          PIC X(1).
             88 CRD-STATUS-ACTIVE            VALUE 'A'.
             88 CRD-STATUS-BLOCKED           VALUE 'B'.
             88 CRD-STATUS-HOT               VALUE 'H'.
             88 CRD-STATUS-CLOSED            VALUE 'X'.
             88 CRD-STATUS-PENDING           VALUE 'P'.
          05 CRD-REPLACES-SEQ         PIC 9(12).
          05 CRD-REISSUE-SW           PIC X(1).
             88 CRD-REPLACEMENT-ISSUED       VALUE 'Y'.
          05 CRD-EMBOSS-SW            PIC X(1).
             88 CRD-EMBOSS-ORDERED           VALUE 'O'.

      *****************************************************************
      *  CONTROL RECORD FOR THE WBCDNBR CARD-NUMBER DISPENSER SHARED  *
      *  WITH WGRVCARD AND CRDREIS                                    *
      *****************************************************************
       01 WBCDNBR-DD                  PIC X(8)    VALUE 'WBCDNBR'.
       01 CDNBR-CTL-RECORD.
          05 CDNBR-CTL-KEY            PIC X(1).
          05 CDNBR-CTL-NEXT           PIC 9(12).

       01 NEW-CARD-NUM.
          05 NCN-PREFIX               PIC X(4).
          05 NCN-SEQUENCE             PIC 9(12).
       01 OLD-CARD-NUM                PIC X(16)   VALUE SPACES.

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

       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 EXPIRY-ISO-DATE             PIC X(10)   VALUE SPACES.
       01 EXPIRY-YEAR-NUM             PIC 9(4)    VALUE 0.

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
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WTICARD'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).

       01 UTIME                       PIC S9(15) COMP-3.
       01 WS-TODAY-DATE               PIC X(10)  VALUE SPACES.
       01 HW-LENGTH                   PIC S9(4)   COMP  VALUE +0.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 WBCARDDB-DD                 PIC X(8)    VALUE 'WBCARDDB'.
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
             10 CRD-REQ-ACTION              PIC X(1).
                88 CRD-REQ-LIST                    VALUE 'L'.
                88 CRD-REQ-BLOCK                   VALUE 'B'.
                88 CRD-REQ-HOT                     VALUE 'H'.
             10 CRD-REQ-SSN                 PIC X(9).
             10 CRD-REQ-CARD-NUM            PIC X(16).
      *         'Y' ORDERS A REPLACEMENT WITH A BLOCK OR HOT-CARD
             10 CRD-REQ-REPLACE             PIC X(1).
                88 CRD-REQ-ORDER-REPLACEMENT       VALUE 'Y'.
      *         OUT - THE REPLACEMENT CARD NUMBER, WHEN ONE IS ORDERED
             10 CRD-REQ-NEW-CARD-NUM        PIC X(16).
      *         OUT - THE CUSTOMER'S CARDS; MORE IS 'Y' WHEN THERE ARE
      *         MORE CARDS THAN THE LIST HOLDS
             10 CRD-REQ-CARD-COUNT          PIC 9(4).
             10 CRD-REQ-MORE-CARDS          PIC X(1).
             10 CRD-REQ-CARD-ENTRY OCCURS 20 TIMES.
                15 CRD-REQ-LIST-CARD-NUM    PIC X(16).
                15 CRD-REQ-LIST-STATUS      PIC X(1).
                15 CRD-REQ-LIST-ISSUE-DATE  PIC X(10).
                15 CRD-REQ-LIST-EXPIRY-DATE PIC X(10).

       PROCEDURE DIVISION.
           MOVE 0 TO SERRORCODE RET-CODE
                     SRETURNERRORTOCLIENT.
           MOVE SPACES TO BSTRHELPSTRING.
           MOVE SPACES TO CRD-REQ-NEW-CARD-NUM.

           PERFORM GET-DATE THRU GET-DATE-EXIT.

           IF CRD-REQ-SSN = SPACES OR CRD-REQ-SSN IS NOT NUMERIC
              MOVE 'SSN must be 9 digits'
                TO BSTRHELPSTRING
              MOVE 5071 TO SERRORCODE RET-CODE
           ELSE
              EVALUATE TRUE
                 WHEN CRD-REQ-LIST
                    PERFORM LIST-CARDS THRU LIST-CARDS-EXIT
                 WHEN CRD-REQ-BLOCK
                 WHEN CRD-REQ-HOT
                    PERFORM MARK-CARD THRU MARK-CARD-EXIT
                    IF RET-CODE = 0 AND CRD-REQ-ORDER-REPLACEMENT
                       PERFORM ORDER-REPLACEMENT
                          THRU ORDER-REPLACEMENT-EXIT
                    END-IF
                 WHEN OTHER
                    MOVE 'Action must be L, B or H'
                      TO BSTRHELPSTRING
                    MOVE 5072 TO SERRORCODE RET-CODE
              END-EVALUATE
           END-IF.

           IF SERRORCODE NOT = 0 THEN
              MOVE 1 TO SRETURNERRORTOCLIENT
           END-IF.
           EXEC CICS RETURN END-EXEC.

      **************************************************
      *    LIST THE CUSTOMER'S CARDS. WBCARDDB IS KEYED
      *    BY CARD NUMBER ONLY, SO THE WHOLE FILE IS
      *    BROWSED FOR THE CALLER'S SSN
      **************************************************
       LIST-CARDS.
           MOVE 0   TO CRD-REQ-CARD-COUNT.
           MOVE 'N' TO CRD-REQ-MORE-CARDS SCAN-DONE.
           MOVE LOW-VALUES TO CRD-KEY-CARD-NUM.

           EXEC CICS STARTBR
                     DATASET(WBCARDDB-DD)
                     RIDFLD(CARD-REC-KEY)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO LIST-CARDS-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the card master'
                   TO BSTRHELPSTRING
                 MOVE 5073 TO SERRORCODE RET-CODE
                 GO TO LIST-CARDS-EXIT
           END-EVALUATE.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBCARDDB-DD)
                        INTO(CARD-RECORD)
                        LENGTH(LENGTH OF CARD-RECORD)
                        RIDFLD(CARD-REC-KEY)
                        KEYLENGTH(LENGTH OF CARD-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF CRD-SSN = CRD-REQ-SSN
                    IF CRD-REQ-CARD-COUNT < 20
                       ADD 1 TO CRD-REQ-CARD-COUNT
                       MOVE CRD-CARD-NUM    TO CRD-REQ-LIST-CARD-NUM
                                               (CRD-REQ-CARD-COUNT)
                       MOVE CRD-STATUS-CODE TO CRD-REQ-LIST-STATUS
                                               (CRD-REQ-CARD-COUNT)
                       MOVE CRD-ISSUE-DATE  TO CRD-REQ-LIST-ISSUE-DATE
                                               (CRD-REQ-CARD-COUNT)
                       MOVE CRD-EXPIRY-DATE TO CRD-REQ-LIST-EXPIRY-DATE
                                               (CRD-REQ-CARD-COUNT)
                    ELSE
                       MOVE 'Y' TO CRD-REQ-MORE-CARDS SCAN-DONE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR DATASET(WBCARDDB-DD) END-EXEC.

       LIST-CARDS-EXIT.
           EXIT.

      **************************************************
      *    BLOCK OR HOT-CARD ONE OF THE CUSTOMER'S CARDS
      *    UNDER THE WGRVCARD RULES: ONLY AN ACTIVE CARD
      *    CAN BE BLOCKED, AND ANY CARD NOT YET CLOSED
      *    CAN BE HOT-CARDED
      **************************************************
       MARK-CARD.
           MOVE CRD-REQ-CARD-NUM TO CRD-KEY-CARD-NUM.
           EXEC CICS READ
                     DATASET(WBCARDDB-DD)
                     INTO(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RIDFLD(CARD-REC-KEY)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Card not on the card master'
                   TO BSTRHELPSTRING
                 MOVE 5074 TO SERRORCODE RET-CODE
                 GO TO MARK-CARD-EXIT
              WHEN OTHER
                 MOVE SPACES TO BSTRHELPSTRING
                 MOVE RESP-CODE TO EDIT-NUM
                 STRING 'I/O error on the card master, response code='
                                  DELIMITED SIZE
                        EDIT-NUM  DELIMITED SIZE
                        INTO BSTRHELPSTRING
                 END-STRING
                 MOVE 5073 TO SERRORCODE RET-CODE
                 GO TO MARK-CARD-EXIT
           END-EVALUATE.

           IF CRD-SSN NOT = CRD-REQ-SSN
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              MOVE 'Card does not belong to this customer'
                TO BSTRHELPSTRING
              MOVE 5075 TO SERRORCODE RET-CODE
              GO TO MARK-CARD-EXIT
           END-IF.

           IF CRD-REQ-BLOCK AND NOT CRD-STATUS-ACTIVE
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              MOVE 'Only an active card can be blocked'
                TO BSTRHELPSTRING
              MOVE 5076 TO SERRORCODE RET-CODE
              GO TO MARK-CARD-EXIT
           END-IF.
           IF CRD-REQ-HOT AND CRD-STATUS-CLOSED
              EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
              MOVE 'Card is already closed'
                TO BSTRHELPSTRING
              MOVE 5076 TO SERRORCODE RET-CODE
              GO TO MARK-CARD-EXIT
           END-IF.

      *    A REPLACEMENT IS CHECKED BEFORE THE CARD IS TOUCHED, SO A
      *    REFUSED ORDER LEAVES THE CALLER FREE TO MARK THE CARD ALONE
           IF CRD-REQ-ORDER-REPLACEMENT
              IF CRD-REPLACEMENT-ISSUED
                 EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
                 MOVE 'A replacement has already been issued'
                   TO BSTRHELPSTRING
                 MOVE 5077 TO SERRORCODE RET-CODE
                 GO TO MARK-CARD-EXIT
              END-IF
              PERFORM CHECK-CUSTODIAL THRU CHECK-CUSTODIAL-EXIT
              IF RET-CODE NOT = 0
                 EXEC CICS UNLOCK DATASET(WBCARDDB-DD) END-EXEC
                 GO TO MARK-CARD-EXIT
              END-IF
              SET CRD-REPLACEMENT-ISSUED TO TRUE
           END-IF.

           MOVE CRD-REQ-ACTION TO CRD-STATUS-CODE.
           EXEC CICS REWRITE
                     DATASET(WBCARDDB-DD)
                     FROM(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Error rewriting the card master'
                TO BSTRHELPSTRING
              MOVE 5078 TO SERRORCODE RET-CODE
              GO TO MARK-CARD-EXIT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Card ' DELIMITED SIZE
                  CRD-CARD-NUM DELIMITED SIZE
                  ' marked ' DELIMITED SIZE
                  CRD-STATUS-CODE DELIMITED SIZE
                  ' by ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       MARK-CARD-EXIT.
           EXIT.

      **************************************************
      *    WRITE THE REPLACEMENT PENDING, FLAGGED FOR THE
      *    EMBOSSER, WITH A THREE-YEAR EXPIRY AND THE OLD
      *    CARD'S SEQUENCE - IT IS ACTIVATED AND THE OLD
      *    CARD CLOSED JUST AS FOR A CRDREIS REISSUE
      **************************************************
       ORDER-REPLACEMENT.
           MOVE CRD-CARD-NUM TO OLD-CARD-NUM.

           PERFORM GET-NEW-CARD-NUM THRU GET-NEW-CARD-NUM-EXIT.
           IF RET-CODE NOT = 0
              GO TO ORDER-REPLACEMENT-EXIT
           END-IF.

           MOVE WS-TODAY-DATE(1:4)  TO EXPIRY-YEAR-NUM.
           ADD 3 TO EXPIRY-YEAR-NUM.
           MOVE WS-TODAY-DATE       TO EXPIRY-ISO-DATE.
           MOVE EXPIRY-YEAR-NUM     TO EXPIRY-ISO-DATE(1:4).

           MOVE SPACES              TO CARD-RECORD.
           MOVE NEW-CARD-NUM        TO CRD-CARD-NUM CRD-KEY-CARD-NUM.
           MOVE CRD-REQ-SSN         TO CRD-SSN.
           MOVE WS-TODAY-DATE       TO CRD-ISSUE-DATE.
           MOVE EXPIRY-ISO-DATE     TO CRD-EXPIRY-DATE.
           SET  CRD-STATUS-PENDING  TO TRUE.
           MOVE OLD-CARD-NUM(5:12)  TO CRD-REPLACES-SEQ.
           MOVE 'N'                 TO CRD-REISSUE-SW.
           SET  CRD-EMBOSS-ORDERED  TO TRUE.

           EXEC CICS WRITE
                     DATASET(WBCARDDB-DD)
                     FROM(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     RIDFLD(CARD-REC-KEY)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE SPACES TO BSTRHELPSTRING
              MOVE RESP-CODE TO EDIT-NUM
              STRING 'Card marked - error writing replacement: RESP='
                              DELIMITED SIZE
                     EDIT-NUM DELIMITED SIZE
                     INTO BSTRHELPSTRING
              END-STRING
              MOVE 5079 TO SERRORCODE RET-CODE
              GO TO ORDER-REPLACEMENT-EXIT
           END-IF.

           MOVE CRD-CARD-NUM TO CRD-REQ-NEW-CARD-NUM.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Card ' DELIMITED SIZE
                  CRD-CARD-NUM DELIMITED SIZE
                  ' ordered to replace ' DELIMITED SIZE
                  OLD-CARD-NUM DELIMITED SIZE
                  ' via CustomerCare' DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       ORDER-REPLACEMENT-EXIT.
           EXIT.

      **************************************************
      *    REFUSE A CARD TO THE CUSTOMER WHILE THEY ARE
      *    THE MINOR ON AN ACTIVE CUSTODIAL DESIGNATION
      **************************************************
       CHECK-CUSTODIAL.
           MOVE CRD-REQ-SSN TO CSD-KEY-SSN.
           MOVE LOW-VALUES  TO CSD-KEY-ACCT-NUM.
           EXEC CICS STARTBR
                     DATASET(WBCSDDB-DD)
                     RIDFLD(CSD-REC-KEY)
                     KEYLENGTH(LENGTH OF CSD-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
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
              IF RESP-CODE NOT = 0 OR
                 CSD-SSN NOT = CRD-REQ-SSN
                 MOVE 'Y' TO CSD-SCAN-DONE
              ELSE
                 IF CSD-STATUS-ACTIVE
                    MOVE 'Y' TO CSD-SCAN-DONE
                    MOVE SPACES TO BSTRHELPSTRING
                    STRING 'No card - minor on custodial account '
                                                   DELIMITED SIZE
                           CSD-ACCT-NUM DELIMITED SIZE
                           INTO BSTRHELPSTRING
                    END-STRING
                    MOVE 5080 TO SERRORCODE RET-CODE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBCSDDB-DD) NOHANDLE END-EXEC.

       CHECK-CUSTODIAL-EXIT.
           EXIT.

      **************************************************
      *    DRAW THE NEXT CARD NUMBER FROM THE WBCDNBR
      *    DISPENSER - SAME BANK PREFIX AS THE OLD CARD
      **************************************************
       GET-NEW-CARD-NUM.
           MOVE 'C' TO CDNBR-CTL-KEY.
           EXEC CICS READ
                     DATASET(WBCDNBR-DD)
                     INTO(CDNBR-CTL-RECORD)
                     LENGTH(LENGTH OF CDNBR-CTL-RECORD)
                     RIDFLD(CDNBR-CTL-KEY)
                     KEYLENGTH(LENGTH OF CDNBR-CTL-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Card marked - card number file not available'
                TO BSTRHELPSTRING
              MOVE 5081 TO SERRORCODE RET-CODE
              GO TO GET-NEW-CARD-NUM-EXIT
           END-IF.

           ADD 1 TO CDNBR-CTL-NEXT.
           MOVE OLD-CARD-NUM(1:4) TO NCN-PREFIX.
           MOVE CDNBR-CTL-NEXT    TO NCN-SEQUENCE.

           EXEC CICS REWRITE
                     DATASET(WBCDNBR-DD)
                     FROM(CDNBR-CTL-RECORD)
                     LENGTH(LENGTH OF CDNBR-CTL-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'Card marked - error advancing the card dispenser'
                TO BSTRHELPSTRING
              MOVE 5081 TO SERRORCODE RET-CODE
           END-IF.

       GET-NEW-CARD-NUM-EXIT.
           EXIT.

      **************************************************************
      ** GET TODAY AS YYYY-MM-DD FOR THE ISSUE AND EXPIRY DATES    **
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
      *  AS FOR WGRVCARD, A CARD ENTRY CARRIES NO ACCOUNT NUMBER.     *
      *****************************************************************
       WRITE-AUDIT-REC.
           ADD 1 TO AUD-CALL-COUNT
           EXEC CICS ASKTIME ABSTIME(AUD-UTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(AUD-UTIME)
                                YYYYMMDD(AUD-DATE)
                                TIME(AUD-TIME)
                                END-EXEC
           MOVE CRD-SSN             TO AUD-SSN
           MOVE SPACES              TO AUD-ACCT-NUM
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
