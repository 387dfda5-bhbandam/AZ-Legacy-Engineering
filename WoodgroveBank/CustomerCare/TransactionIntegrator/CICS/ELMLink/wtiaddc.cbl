          05 CUNBR-CTL-KEY            PIC X(1).
          05 CUNBR-CTL-NEXT           PIC 9(10).

      *****************************************************************
      *  CUSTOMER IDENTIFICATION (WBCIPDB) - THE CLIENT SENDS THE      *
      *  DOCUMENTS SEEN WITH THE ADD. THE PRIMARY ID (WITH THE DATE    *
      *  OF BIRTH) IS REQUIRED AND CHECKED BEFORE ANYTHING IS WRITTEN; *
      *  A CUSTOMER WHOSE CIP RECORD CANNOT BE WRITTEN IS BACKED OUT.  *
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
                88 CIP-SEC-ID-NONE         VALUE SPACES.
                88 CIP-SEC-ID-TYPE-VALID   VALUE 'DL' 'SI' 'PP'
                                                 'MI' 'RC' 'OT'.
             10 CIP-SEC-ID-NUMBER     PIC X(20).
             10 CIP-SEC-ID-ISSUER     PIC X(10).
             10 CIP-SEC-ID-EXPIRY     PIC X(10).
          05 CIP-VERIFIED-BY          PIC X(3).
          05 CIP-VERIFIED-DATE        PIC X(10).
          05 FILLER                   PIC X(12).
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


      *****************************************************************
      *  ONE-WAY PIN TRANSFORM - THE CUSTOMER RECORD CARRIES ONLY A   *
                15 CUSTOMER-ZIP             PIC 9(5).
             10 CUSTOMER-PHONE              PIC X(13).
             10 CUSTOMER-ACCESS-PIN         PIC X(4).
      *      IDENTIFICATION DOCUMENTS SEEN - DATES YYYY-MM-DD, ID
      *      TYPES DL SI PP MI RC OT, SECOND ID OPTIONAL (TYPE BLANK)
             10 CUSTOMER-ID-DOCS.
                15 CIP-BIRTH-DATE           PIC X(10).
                15 CIP-PRIMARY-ID.
                   20 CIP-PRI-ID-TYPE       PIC X(2).
                   20 CIP-PRI-ID-NUMBER     PIC X(20).
                   20 CIP-PRI-ID-ISSUER     PIC X(10).
                   20 CIP-PRI-ID-EXPIRY     PIC X(10).
                15 CIP-SECONDARY-ID.
                   20 CIP-SEC-ID-TYPE       PIC X(2).
                   20 CIP-SEC-ID-NUMBER     PIC X(20).
                   20 CIP-SEC-ID-ISSUER     PIC X(10).
                   20 CIP-SEC-ID-EXPIRY     PIC X(10).
                15 CIP-VERIFIED-BY          PIC X(3).

       PROCEDURE DIVISION.
           MOVE 0 TO SERRORCODE RET-CODE
                     SRETURNERRORTOCLIENT.
           MOVE SPACES TO BSTRHELPSTRING.

           PERFORM CHECK-CIP-DATA THRU CHECK-CIP-DATA-EXIT.

           IF RET-CODE = 0 THEN
              PERFORM CHECK-CUST-SSN THRU CHECK-CUST-SSN-EXIT
           END-IF.

           IF RET-CODE = 0 THEN
              MOVE CUSTOMER-NAME OF USER-DATA TO WATCH-CAND-NAME
              PERFORM ADD-CUST THRU ADD-CUST-EXIT
           END-IF.

           IF RET-CODE = 0 THEN
              PERFORM ADD-CIP-REC THRU ADD-CIP-REC-EXIT
           END-IF.

           IF RET-CODE = 0 THEN
              PERFORM RECORD-SCREEN-DECISION
                 THRU RECORD-SCREEN-DECISION-EXIT
       ADD-CUST-EXIT.
           EXIT.

      **************************************************************
      ** CHECK THE IDENTIFICATION DOCUMENTS SENT WITH THE ADD -    **
      ** THE PRIMARY ID AND DATE OF BIRTH ARE REQUIRED AND AN      **
      ** EXPIRED DOCUMENT IS REFUSED                               **
      **************************************************************
       CHECK-CIP-DATA.
           EXEC CICS ASKTIME ABSTIME(CIP-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CIP-UTIME)
                                YYYYMMDD(CIP-TODAY-ISO)
                                DATESEP('-')
                                END-EXEC.
           MOVE SPACES TO CIP-RECORD.
           MOVE CORRESPONDING CUSTOMER-ID-DOCS TO CIP-RECORD.
           INSPECT CIP-PRIMARY-ID OF CIP-RECORD CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CIP-SECONDARY-ID OF CIP-RECORD CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE CIP-BIRTH-DATE OF CIP-RECORD TO CIP-CHK-DATE.
           PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT.
           IF NOT CIP-DATE-IS-VALID OR
              CIP-BIRTH-DATE OF CIP-RECORD NOT < CIP-TODAY-ISO THEN
              MOVE 'Date of birth must be a past date YYYY-MM-DD'
                TO BSTRHELPSTRING
              MOVE 5015 TO SERRORCODE RET-CODE
              GO TO CHECK-CIP-DATA-EXIT
           END-IF.

           IF NOT CIP-PRI-ID-TYPE-VALID OR
              CIP-PRI-ID-NUMBER OF CIP-RECORD = SPACES OR
              CIP-PRI-ID-ISSUER OF CIP-RECORD = SPACES THEN
              MOVE 'Primary ID type, number and issuer are required'
                TO BSTRHELPSTRING
              MOVE 5016 TO SERRORCODE RET-CODE
              GO TO CHECK-CIP-DATA-EXIT
           END-IF.
           MOVE CIP-PRI-ID-EXPIRY OF CIP-RECORD TO CIP-CHK-DATE.
           PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT.
           IF NOT CIP-DATE-IS-VALID OR
              CIP-PRI-ID-EXPIRY OF CIP-RECORD < CIP-TODAY-ISO THEN
              MOVE 'Primary ID expiry missing or already passed'
                TO BSTRHELPSTRING
              MOVE 5017 TO SERRORCODE RET-CODE
              GO TO CHECK-CIP-DATA-EXIT
           END-IF.

           IF NOT CIP-SEC-ID-NONE THEN
              IF NOT CIP-SEC-ID-TYPE-VALID OR
                 CIP-SEC-ID-NUMBER OF CIP-RECORD = SPACES OR
                 CIP-SEC-ID-ISSUER OF CIP-RECORD = SPACES THEN
                 MOVE 'Second ID type, number and issuer are required'
                   TO BSTRHELPSTRING
                 MOVE 5018 TO SERRORCODE RET-CODE
                 GO TO CHECK-CIP-DATA-EXIT
              END-IF
              IF CIP-SEC-ID-EXPIRY OF CIP-RECORD NOT = SPACES THEN
                 MOVE CIP-SEC-ID-EXPIRY OF CIP-RECORD TO CIP-CHK-DATE
                 PERFORM CHECK-CIP-DATE THRU CHECK-CIP-DATE-EXIT
                 IF NOT CIP-DATE-IS-VALID OR
                    CIP-SEC-ID-EXPIRY OF CIP-RECORD < CIP-TODAY-ISO
                    MOVE 'Second ID expiry invalid or already passed'
                      TO BSTRHELPSTRING
                    MOVE 5018 TO SERRORCODE RET-CODE
                    GO TO CHECK-CIP-DATA-EXIT
                 END-IF
              END-IF
           END-IF.

           IF CIP-VERIFIED-BY OF CIP-RECORD = SPACES THEN
              MOVE 'Verifying operator must not be blank'
                TO BSTRHELPSTRING
              MOVE 5019 TO SERRORCODE RET-CODE
              GO TO CHECK-CIP-DATA-EXIT
           END-IF.

       CHECK-CIP-DATA-EXIT.
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
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO
                CIP-CUST-ID CIP-KEY-CUST-ID.
           MOVE CUSTOMER-SSN OF CUSTOMER-RECORD TO CIP-SSN.
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
                     CIP-PRI-ID-TYPE OF CIP-RECORD DELIMITED SIZE
                     ' expires ' DELIMITED SIZE
                     CIP-PRI-ID-EXPIRY OF CIP-RECORD DELIMITED SIZE
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
           MOVE SPACES TO BSTRHELPSTRING.
           MOVE RESP-CODE TO EDIT-NUM.
           STRING 'Identification file error - customer not added, '
                                   DELIMITED SIZE
                  'Response code=' DELIMITED SIZE
                  EDIT-NUM         DELIMITED SIZE
                  INTO BSTRHELPSTRING
           END-STRING.
           MOVE BSTRHELPSTRING TO LOG-MSG-BUFFER.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           MOVE 5020 TO SERRORCODE RET-CODE.

       ADD-CIP-REC-EXIT.
           EXIT.

      *****************************************************************
      *  DERIVE THE PIN VERIFICATION VALUE FROM A CLEAR 4-DIGIT PIN  *
      *****************************************************************
                                YYYYMMDD(AUD-DATE)
                                TIME(AUD-TIME)
                                END-EXEC
           MOVE CUSTOMER-SSN OF USER-DATA TO AUD-SSN
           MOVE ACCOUNT-NUMBER      TO AUD-ACCT-NUM
           COMPUTE AUD-SEQ-NUM = (EIBTASKN * 1000) + AUD-CALL-COUNT
           MOVE SPACES              TO AUD-OPID
