       01 WN                          PIC S9(4)  COMP VALUE 0.
       01 WHOLD-UTIME                 PIC S9(15) COMP-3 VALUE 0.
       01 WHOLD-DATE-ISO              PIC X(10)  VALUE SPACES.

      *****************************************************************
      *  CUSTOMER IDENTIFICATION (WBCIPDB) - ONCE THE CUSTOMER DETAILS *
      *  PASS, THE DOCUMENTS SEEN ARE TAKEN ON THE GDNAME MAP: THE     *
      *  PRIMARY ID (WITH THE DATE OF BIRTH) IS REQUIRED, A SECOND ID  *
      *  IS OPTIONAL. NOTHING IS WRITTEN UNTIL BOTH STEPS PASS, AND A  *
      *  CUSTOMER WHOSE CIP RECORD CANNOT BE WRITTEN IS BACKED OUT.    *
      *****************************************************************
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
                88 CIP-SEC-ID-TYPE-VALID   VALUE 'DL' 'SI' 'PP'
                                                 'MI' 'RC' 'OT'.
             10 CIP-SEC-ID-NUMBER     PIC X(20).
             10 CIP-SEC-ID-ISSUER     PIC X(10).
             10 CIP-SEC-ID-EXPIRY     PIC X(10).
          05 CIP-VERIFIED-BY          PIC X(3).
          05 CIP-VERIFIED-DATE        PIC X(10).
          05 FILLER                   PIC X(12).
       01 CIP-STEP                    PIC X      VALUE 'P'.
          88 CIP-STEP-PRIMARY                    VALUE 'P'.
          88 CIP-STEP-SECONDARY                  VALUE 'S'.
          88 CIP-STEP-DONE                       VALUE 'D'.
       01 CIP-CHK-DATE.
          05 CIP-CHK-YYYY             PIC X(4).
          05 CIP-CHK-SEP1             PIC X.
          05 CIP-CHK-MM               PIC X(2).
          05 CIP-CHK-SEP2             PIC X.
          05 CIP-CHK-DD               PIC X(2).
       01 CIP-DATE-SW                 PIC X      VALUE 'N'.
          88 CIP-DATE-IS-VALID                   VALUE 'Y'.
       01 CIP-UTIME                   PIC S9(15) COMP-3 VALUE 0.
       01 CIP-TODAY-ISO               PIC X(10)  VALUE SPACES.
       01 WBCUSTDB-DD                PIC X(8)    VALUE 'WBCUSTDB'.
       01 WBACCTDB-DD                 PIC X(8)    VALUE 'WBACCTDB'.
       01 WBTXNDB-DD                  PIC X(8)    VALUE 'WBTXNDB'.
       01 WBCUNBR-DD                  PIC X(8)    VALUE 'WBCUNBR'.
                 PERFORM SCREEN-WATCH-LIST
                    THRU SCREEN-WATCH-LIST-EXIT
              END-IF
              IF RET-CODE = 0
                 PERFORM CAPTURE-CIP-DATA THRU CAPTURE-CIP-DATA-EXIT
              END-IF
              IF RET-CODE = 0
                 PERFORM GET-NEW-CUST-ID THRU GET-NEW-CUST-ID-EXIT
              END-IF
              IF RET-CODE = 0
                 PERFORM ADD-CUST THRU ADD-CUST-EXIT
              END-IF
              IF RET-CODE = 0
                 PERFORM ADD-CIP-REC THRU ADD-CIP-REC-EXIT
              END-IF

              IF RET-CODE = 0 THEN
                 PERFORM FORMAT-GOOD-MSG THRU FORMAT-GOOD-MSG-EXIT
       ADD-CUST-EXIT.
           EXIT.

      **************************************************************
      ** TAKE THE IDENTIFICATION DOCUMENTS ON THE GDNAME MAP -     **
      ** PRIMARY ID FIRST (REQUIRED), THEN AN OPTIONAL SECOND ID.  **
      ** EACH ENTRY IS PROMPTED FOR UNTIL IT PASSES; PF3 OR CLEAR  **
      ** ABANDONS THE ADD WITH NOTHING WRITTEN.                    **
      **************************************************************
       CAPTURE-CIP-DATA.
           EXEC CICS ASKTIME ABSTIME(CIP-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CIP-UTIME)
                                YYYYMMDD(CIP-TODAY-ISO)
                                DATESEP('-')
                                END-EXEC.
           MOVE SPACES TO CIP-RECORD.
           SET CIP-STEP-PRIMARY TO TRUE.
           MOVE 'WBAC' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Primary ID: DOB,TYPE,NUMBER,ISSUER,EXPIRY' TO GDNMSG1O.
           MOVE 'Dates YYYY-MM-DD  Types DL SI PP MI RC OT' TO GDNMSG2O.

       CAPTURE-CIP-PROMPT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          FROM (GDNAMEO) ERASE END-EXEC.
           EXEC CICS RECEIVE MAP('GDNAME') MAPSET('WGRVMAP')
                             ASIS RESP(RESP-CODE) END-EXEC.
      *    ENTER WITH NOTHING KEYED IS A BLANK ENTRY, NOT AN ERROR
           IF RESP-CODE = DFHRESP(MAPFAIL) THEN
              MOVE 0      TO GDNNAMEL
              MOVE SPACES TO GDNNAMEI
           END-IF.

           IF CIP-STEP-PRIMARY THEN
              PERFORM PARSE-CIP-PRIMARY THRU PARSE-CIP-PRIMARY-EXIT
           ELSE
              PERFORM PARSE-CIP-SECONDARY
                 THRU PARSE-CIP-SECONDARY-EXIT
           END-IF.
           IF NOT CIP-STEP-DONE THEN
              GO TO CAPTURE-CIP-PROMPT
           END-IF.

       CAPTURE-CIP-DATA-EXIT.
           EXIT.

      **************************************************************
      ** PRIMARY ID - DATE OF BIRTH, TYPE, NUMBER, ISSUING STATE   **
      ** OR COUNTRY AND EXPIRY. AN EXPIRED DOCUMENT IS REFUSED.    **
      **************************************************************
       PARSE-CIP-PRIMARY.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES THEN
              MOVE 'Primary ID required: DOB,TYPE,NUMBER,ISSUER,EXPIRY'
                TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.

           MOVE SPACES TO CIP-BIRTH-DATE CIP-PRIMARY-ID.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CIP-BIRTH-DATE CIP-PRI-ID-TYPE
                         CIP-PRI-ID-NUMBER CIP-PRI-ID-ISSUER
                         CIP-PRI-ID-EXPIRY
           END-UNSTRING.
           INSPECT CIP-PRIMARY-ID CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE CIP-BIRTH-DATE TO CIP-CHK-DATE.
           PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT.
           IF NOT CIP-DATE-IS-VALID OR
              CIP-BIRTH-DATE NOT < CIP-TODAY-ISO THEN
              MOVE 'Date of birth must be a past date YYYY-MM-DD'
                                                      TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.
           IF NOT CIP-PRI-ID-TYPE-VALID THEN
              MOVE 'ID type must be DL, SI, PP, MI, RC or OT'
                                                      TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.
           IF CIP-PRI-ID-NUMBER = SPACES THEN
              MOVE 'ID number must not be blank' TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.
           IF CIP-PRI-ID-ISSUER = SPACES THEN
              MOVE 'Issuing state or country must not be blank'
                                                      TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.
           MOVE CIP-PRI-ID-EXPIRY TO CIP-CHK-DATE.
           PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT.
           IF NOT CIP-DATE-IS-VALID THEN
              MOVE 'ID expiry must be a date YYYY-MM-DD' TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.
           IF CIP-PRI-ID-EXPIRY < CIP-TODAY-ISO THEN
              MOVE 'Primary ID has expired - another is needed'
                                                      TO GDNMSG1O
              GO TO PARSE-CIP-PRIMARY-EXIT
           END-IF.

           SET CIP-STEP-SECONDARY TO TRUE.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Second ID (optional): TYPE,NUMBER,ISSUER,EXPIRY'
                                                      TO GDNMSG1O.
           MOVE 'Leave blank and press Enter if there is none'
                                                      TO GDNMSG2O.

       PARSE-CIP-PRIMARY-EXIT.
           EXIT.

      **************************************************************
      ** SECOND ID - OPTIONAL; A BLANK EXPIRY MEANS IT DOES NOT    **
      ** EXPIRE                                                    **
      **************************************************************
       PARSE-CIP-SECONDARY.
           MOVE SPACES TO CIP-SECONDARY-ID.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES THEN
              SET CIP-STEP-DONE TO TRUE
              GO TO PARSE-CIP-SECONDARY-EXIT
           END-IF.

           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO CIP-SEC-ID-TYPE CIP-SEC-ID-NUMBER
                         CIP-SEC-ID-ISSUER CIP-SEC-ID-EXPIRY
           END-UNSTRING.
           INSPECT CIP-SECONDARY-ID CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF NOT CIP-SEC-ID-TYPE-VALID THEN
              MOVE 'ID type must be DL, SI, PP, MI, RC or OT'
                                                      TO GDNMSG1O
              GO TO PARSE-CIP-SECONDARY-EXIT
           END-IF.
           IF CIP-SEC-ID-NUMBER = SPACES THEN
              MOVE 'ID number must not be blank' TO GDNMSG1O
              GO TO PARSE-CIP-SECONDARY-EXIT
           END-IF.
           IF CIP-SEC-ID-ISSUER = SPACES THEN
              MOVE 'Issuing state or country must not be blank'
                                                      TO GDNMSG1O
              GO TO PARSE-CIP-SECONDARY-EXIT
           END-IF.
           IF CIP-SEC-ID-EXPIRY NOT = SPACES THEN
              MOVE CIP-SEC-ID-EXPIRY TO CIP-CHK-DATE
              PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT
              IF NOT CIP-DATE-IS-VALID THEN
                 MOVE 'ID expiry must be a date YYYY-MM-DD'
                                                      TO GDNMSG1O
                 GO TO PARSE-CIP-SECONDARY-EXIT
              END-IF
              IF CIP-SEC-ID-EXPIRY < CIP-TODAY-ISO THEN
                 MOVE 'Second ID has expired - leave it off'
                                                      TO GDNMSG1O
                 GO TO PARSE-CIP-SECONDARY-EXIT
              END-IF
           END-IF.

           SET CIP-STEP-DONE TO TRUE.

       PARSE-CIP-SECONDARY-EXIT.
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
      ** WRITE THE CIP RECORD FOR THE CUSTOMER JUST ADDED. IF IT   **
      ** CANNOT BE WRITTEN THE CUSTOMER IS DELETED AGAIN - NO      **
      ** CUSTOMER EXISTS WITHOUT ITS IDENTIFICATION ON FILE.       **
      **************************************************************
       ADD-CIP-REC.
           MOVE CUSTOMER-ID    TO CIP-CUST-ID CIP-KEY-CUST-ID.
           MOVE CUSTOMER-SSN   TO CIP-SSN.
           MOVE EIBOPID        TO CIP-VERIFIED-BY.
           MOVE CIP-TODAY-ISO  TO CIP-VERIFIED-DATE.
           EXEC CICS WRITE
                     DATASET(WBCIPDB-DD)
                     FROM(CIP-RECORD)
                     LENGTH(LENGTH OF CIP-RECORD)
                     KEYLENGTH(LENGTH OF CIP-REC-KEY)
                     RIDFLD(CIP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           IF RESP-CODE = 0 THEN
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'CIP captured for cust ' DELIMITED SIZE
                     CIP-CUST-ID DELIMITED SIZE
                     ' primary ' DELIMITED SIZE
                     CIP-PRI-ID-TYPE DELIMITED SIZE
                     ' expires ' DELIMITED SIZE
                     CIP-PRI-ID-EXPIRY DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              GO TO ADD-CIP-REC-EXIT
           END-IF.

           EXEC CICS DELETE
                     DATASET(WBCUSTDB-DD)
                     RIDFLD(CUST-REC-KEY)
                     KEYLENGTH(LENGTH OF CUST-REC-KEY)
                     NOHANDLE
           END-EXEC.
           MOVE 'Identification file error - customer not added'
                 TO ACMSG1O.
           MOVE RESP-CODE TO EDIT-NUM.
           MOVE SPACES TO ACMSG2O.
           STRING 'Response code=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO ACMSG2O
           END-STRING.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'CIP write failed, customer backed out: RESP-CODE='
                  DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           MOVE 8 TO RET-CODE.

       ADD-CIP-REC-EXIT.
           EXIT.

      **************************************************************
      ** SET THE DEFAULT DATA ITEMS IN THE CEDAR BANK MAP         **
      **************************************************************
