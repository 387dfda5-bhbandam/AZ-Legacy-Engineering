           05 CUSTOMER-BUW-STATUS         PIC X      VALUE 'N'.
                 88 CUSTOMER-BUW-REQUIRED             VALUE 'Y'.
           05 CUSTOMER-W9-DATE            PIC X(10)  VALUE SPACES.
      *    DATE OF DEATH - STAGED WITH PF12, CONFIRMED BY A SECOND
      *    TELLER WITH PF1 ('C'), AND MARKED 'P' BY THE NIGHTLY
      *    ESTATE RUN ONCE THE ACCOUNTS, CARDS, STANDING ORDERS AND
      *    ALERTS HAVE BEEN DEALT WITH. THE DATE IS ONLY MEANINGFUL
      *    WHEN THE STATUS IS NOT BLANK.
           05 CUSTOMER-ESTATE-STATUS      PIC X      VALUE SPACE.
                 88 CUSTOMER-IS-LIVING                VALUE SPACE.
                 88 CUSTOMER-DEATH-CONFIRMED          VALUE 'C'.
                 88 CUSTOMER-ESTATE-PROCESSED         VALUE 'P'.
           05 CUSTOMER-DEATH-DATE         PIC 9(8)   COMP-3 VALUE 0.
           05 FILLER                      PIC X(2)   VALUE SPACES.

       01 ACCT-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 PCC-ZIP                     PIC 9(5).
           05 PCC-PHONE                   PIC X(13).
           05 PCC-PIN                     PIC X(4).
      *    YYYY-MM-DD WHEN THE STAGED CHANGE IS A DATE OF DEATH
      *    (SEE STAGE-DATE-OF-DEATH), OTHERWISE SPACES
           05 PCC-DEATH-DATE              PIC X(10).

       01 STP-REC-KEY.
           05 STP-KEY-SSN                 PIC X(9)   VALUE SPACES.
           05 SREL-REFERENCE              PIC X(10).
           05 SREL-DATE-REQUESTED         PIC X(10).

      *****************************************************************
      ** DATE OF DEATH TYPED IN THE LOCATION FIELD AS                 *
      ** CUST-ID/YYYY-MM-DD, AND THE SAME DATE AS CCYYMMDD FOR THE    *
      ** CUSTOMER RECORD                                              *
      *****************************************************************
       01 DOD-ENTRY.
           05 DOD-YYYY                    PIC X(4).
           05 DOD-SEP1                    PIC X.
           05 DOD-MM                      PIC X(2).
           05 DOD-SEP2                    PIC X.
           05 DOD-DD                      PIC X(2).
       01 DOD-CCYYMMDD.
           05 DOD-NUM-YYYY                PIC 9(4).
           05 DOD-NUM-MM                  PIC 9(2).
           05 DOD-NUM-DD                  PIC 9(2).
       01 DOD-CCYYMMDD-N REDEFINES DOD-CCYYMMDD
                                          PIC 9(8).
       01 DOD-TODAY                   PIC X(10)   VALUE SPACES.
       01 DOD-UTIME                   PIC S9(15)  COMP-3.

       01 SEL-ENTRY                   PIC S9(4)   COMP.
       01 CUST-CNT                    PIC S9(4)   COMP.
       01 I                           PIC S9(4)   COMP.
          05 OPR-DOLLAR-LIMIT         PIC S9(7)V99 COMP-3.
          05 OPR-BRANCH               PIC X(3).
          05 OPR-FUNC-REVEAL          PIC X(1).
          05 OPR-ACCESS-STATUS        PIC X(1).
             88 OPR-ACCESS-BARRED             VALUE 'S' 'X'.
          05 OPR-STATUS-DATE          PIC 9(8)    COMP-3.
          05 OPR-STATUS-OPID          PIC X(3).
          05 FILLER                   PIC X(2).
       01 ENT-FUNC-CODE               PIC X(1)   VALUE SPACE.
       01 ENT-AMOUNT                  PIC S9(13)V99 COMP-3 VALUE 0.
       01 ENT-ALLOWED-SW              PIC X      VALUE 'N'.
                                PF7(XFER-WGRVGDET)
                                PF8(XFER-WGRVADDC)
                                PF9(XFER-WGRVADDA)
                                PF10(XFER-WGRVBENE)
                                PF11(XFER-WGRVNOTE)
                                PF12(STAGE-DATE-OF-DEATH) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('CLNAME') MAPSET('WGRVMAP')
           MOVE 'WBCL' TO CLTRANO.
           MOVE SPACES TO CLLOCNO.
           MOVE SPACES TO CLMSG1O.
           MOVE
           'PF1=Appr chg PF2=Appr stop PF10=Bene PF11=Notes PF12=Death'
                                                         TO CLMSG2O.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
           MOVE CUSTOMER-NAME TO NAME OF PEND-REC-KEY.
           PERFORM BUILD-PENDING-CUST-CHANGE
              THRU BUILD-PENDING-CUST-CHANGE-EXIT.
           MOVE SPACES TO PCC-DEATH-DATE.

           EXEC CICS WRITE
                     DATASET(WBCPNDDB-DD)
              GO TO RESUBMIT-PENDING-CUST-EXIT
           END-IF.

      *    A PENDING DATE OF DEATH IS NEVER REPLACED BY A PROFILE
      *    CHANGE - THE NEW MAKER WOULD HAND ITS APPROVAL BACK TO THE
      *    TELLER WHO ENTERED IT
           IF PCC-DEATH-DATE NOT = SPACES THEN
              EXEC CICS UNLOCK DATASET(WBCPNDDB-DD) END-EXEC
              MOVE 'Date of death pending approval - approve it first'
                                                            TO CIMSG1O
              MOVE 2 TO RET-CODE
              GO TO RESUBMIT-PENDING-CUST-EXIT
           END-IF.

           PERFORM BUILD-PENDING-CUST-CHANGE
              THRU BUILD-PENDING-CUST-CHANGE-EXIT.

           MOVE PCC-PHONE  TO CUSTOMER-PHONE.
           MOVE PCC-PIN    TO CUSTOMER-ACCESS-PIN.

      *    A CONFIRMED DATE OF DEATH IS PICKED UP BY THE NIGHTLY
      *    ESTATE RUN, WHICH FREEZES AND RETITLES THE ACCOUNTS AND
      *    STOPS THE CARDS, STANDING ORDERS AND ALERTS
           IF PCC-DEATH-DATE NOT = SPACES THEN
              MOVE PCC-DEATH-DATE TO DOD-ENTRY
              MOVE DOD-YYYY       TO DOD-NUM-YYYY
              MOVE DOD-MM         TO DOD-NUM-MM
              MOVE DOD-DD         TO DOD-NUM-DD
              MOVE DOD-CCYYMMDD-N TO CUSTOMER-DEATH-DATE
              SET CUSTOMER-DEATH-CONFIRMED TO TRUE
           END-IF.

           EXEC CICS REWRITE
                     DATASET(WBCUSTDB-DD)
                     FROM(CUSTOMER-RECORD)
           EXEC CICS DELETE DATASET(WBCPNDDB-DD) END-EXEC.
           MOVE 'Pending change approved and applied' TO CLMSG1O.

           IF PCC-DEATH-DATE NOT = SPACES THEN
              MOVE 'Date of death confirmed - estate run tonight'
                                                            TO CLMSG1O
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'Date of death ' DELIMITED SIZE
                     PCC-DEATH-DATE DELIMITED SIZE
                     ' confirmed, cust ' DELIMITED SIZE
                     CUSTOMER-ID DELIMITED SIZE
                     ' maker ' DELIMITED SIZE
                     PCC-MAKER-OPID DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.

       APPROVE-PENDING-CUST-SEND.
           EXEC CICS SEND MAP('CLNAME') MAPSET('WGRVMAP')
                          FROM (CLNAMEO) ERASE END-EXEC.
       APPROVE-PENDING-STOP-RELEASE-EXIT.
           EXIT.

      **************************************************************
      ** A TELLER RECORDS A CUSTOMER'S DATE OF DEATH - ENTERED      **
      ** DIRECTLY FROM HANDLE AID WHEN PF12 IS PRESSED ON THE       **
      ** CUSTOMER-LIST SCREEN, WITH THE LOCATION/SCROLL FIELD       **
      ** HOLDING THE CUSTOMER ID AND THE DATE SEPARATED BY A SLASH  **
      ** (CUST-ID/YYYY-MM-DD), THE SAME WAY PF2 TAKES ITS KEY. THE  **
      ** DATE IS NOT APPLIED HERE - IT IS STAGED ON THE PENDING-    **
      ** CHANGE FILE WITH THE PROFILE AS IT STANDS, AND A SECOND    **
      ** TELLER CONFIRMS IT WITH PF1 LIKE ANY OTHER PROFILE CHANGE. **
      **************************************************************
       STAGE-DATE-OF-DEATH.
           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           MOVE 0 TO RET-CODE.

           IF CLLOCNI(11:1) NOT = '/' THEN
              MOVE 'Enter Cust-id/YYYY-MM-DD before pressing PF12'
                                                            TO CLMSG1O
              GO TO STAGE-DATE-OF-DEATH-SEND
           END-IF.

           MOVE CLLOCNI(12:10) TO DOD-ENTRY.
           IF DOD-YYYY IS NOT NUMERIC OR DOD-MM IS NOT NUMERIC
              OR DOD-DD IS NOT NUMERIC
              OR DOD-SEP1 NOT = '-' OR DOD-SEP2 NOT = '-'
              OR DOD-MM < '01' OR DOD-MM > '12'
              OR DOD-DD < '01' OR DOD-DD > '31' THEN
              MOVE 'Date of death must be YYYY-MM-DD' TO CLMSG1O
              GO TO STAGE-DATE-OF-DEATH-SEND
           END-IF.

           EXEC CICS ASKTIME ABSTIME(DOD-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(DOD-UTIME)
                                YYYYMMDD(DOD-TODAY)
                                DATESEP('-')
                                END-EXEC.
           IF CLLOCNI(12:10) > DOD-TODAY THEN
              MOVE 'Date of death cannot be in the future' TO CLMSG1O
              GO TO STAGE-DATE-OF-DEATH-SEND
           END-IF.

           MOVE CLLOCNI(1:10) TO CUST-ID OF CUST-REC-KEY.

           EXEC CICS READ
                     DATASET(WBCUSTDB-DD)
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-REC-KEY)
                     RIDFLD(CUST-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Customer file not open' TO CLMSG1O
                 GO TO STAGE-DATE-OF-DEATH-SEND
              WHEN DFHRESP(NOTFND)
                 MOVE 'Customer ID not found' TO CLMSG1O
                 GO TO STAGE-DATE-OF-DEATH-SEND
              WHEN OTHER
                 MOVE RESP-CODE TO EDIT-NUM
                 STRING 'Error reading Customer file, code='
                        DELIMITED SIZE
                        EDIT-NUM DELIMITED SIZE
                        INTO CLMSG1O
                 END-STRING
                 GO TO STAGE-DATE-OF-DEATH-SEND
           END-EVALUATE.

           IF NOT CUSTOMER-IS-LIVING THEN
              MOVE 'A date of death is already on file' TO CLMSG1O
              GO TO STAGE-DATE-OF-DEATH-SEND
           END-IF.

      *    THE PROFILE IS STAGED UNCHANGED, SO APPROVAL APPLIES ONLY
      *    THE DATE OF DEATH
           MOVE CUSTOMER-NAME       TO NAME OF PEND-REC-KEY.
           MOVE EIBOPID             TO PCC-MAKER-OPID.
           MOVE CUSTOMER-ID         TO PCC-CUST-ID.
           MOVE CUSTOMER-NAME       TO PCC-NAME.
           MOVE CUSTOMER-STREET     TO PCC-STREET.
           MOVE CUSTOMER-CITY       TO PCC-CITY.
           MOVE CUSTOMER-STATE      TO PCC-STATE.
           MOVE CUSTOMER-ZIP        TO PCC-ZIP.
           MOVE CUSTOMER-PHONE      TO PCC-PHONE.
           MOVE CUSTOMER-ACCESS-PIN TO PCC-PIN.
           MOVE CLLOCNI(12:10)      TO PCC-DEATH-DATE.

           EXEC CICS WRITE
                     DATASET(WBCPNDDB-DD)
                     FROM(PENDING-CUST-CHANGE)
                     LENGTH(LENGTH OF PENDING-CUST-CHANGE)
                     KEYLENGTH(LENGTH OF PEND-REC-KEY)
                     RIDFLD(PEND-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

      *    AN OUTSTANDING PROFILE CHANGE IS NOT MERGED WITH THE DATE
      *    OF DEATH - IT IS APPROVED (OR RESUBMITTED) FIRST
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(DUPREC)
                 MOVE 'A change is already pending - approve it first'
                                                            TO CLMSG1O
                 GO TO STAGE-DATE-OF-DEATH-SEND
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Pending-change file not open' TO CLMSG1O
                 GO TO STAGE-DATE-OF-DEATH-SEND
              WHEN OTHER
                 MOVE RESP-CODE TO EDIT-NUM
                 STRING 'Error writing pending change, code='
                        DELIMITED SIZE
                        EDIT-NUM DELIMITED SIZE
                        INTO CLMSG1O
                 END-STRING
                 GO TO STAGE-DATE-OF-DEATH-SEND
           END-EVALUATE.

           MOVE 'Date of death submitted for approval' TO CLMSG1O.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Date of death ' DELIMITED SIZE
                  PCC-DEATH-DATE DELIMITED SIZE
                  ' staged for approval, cust ' DELIMITED SIZE
                  CUSTOMER-ID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       STAGE-DATE-OF-DEATH-SEND.
           EXEC CICS SEND MAP('CLNAME') MAPSET('WGRVMAP')
                          FROM (CLNAMEO) ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       STAGE-DATE-OF-DEATH-EXIT.
           EXIT.

      **************************************************
      *    READ THE ACCOUNT INFO FROM VSAM DATA SET
      **************************************************

           EVALUATE RESP-CODE
              WHEN 0
      *          A SUSPENDED OR REMOVED OPERATOR HOLDS NO FUNCTIONS
                 IF OPR-ACCESS-BARRED
                    GO TO CHECK-ENTITLEMENT-DENIED
                 END-IF
              WHEN DFHRESP(NOTOPEN)
      *          ENTITLEMENTS NOT INSTALLED IN THIS REGION - RUN
      *          UNRESTRICTED AS BEFORE
           EXEC CICS XCTL PROGRAM('WGRVNOTE') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVBENE.
           EXEC CICS XCTL PROGRAM('WGRVBENE') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGCUS.
           EXEC CICS XCTL PROGRAM('WGRVGCUS') END-EXEC.
           EXEC CICS RETURN END-EXEC.
