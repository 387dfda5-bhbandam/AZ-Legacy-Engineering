      **        THE PROFILE: EXPECTED MONTHLY CASH VOLUME, EXPECTED  *
      **        MONTHLY TRANSACTION COUNT, AND THE OCCUPATION,       *
      **        WHICH RUNS TO THE END OF THE FIELD                    *
      **    R,CUSTID - MARK THE PROFILE REVIEWED TODAY; THE NEXT      *
      **        REVIEW FALLS DUE BY THE RISK TIER (HIGH SIX MONTHS,   *
      **        MEDIUM A YEAR, LOW THREE YEARS)                       *
      **    Q,CUSTID - SHOW THE PROFILE WITH ITS RISK RATING          *
      **    W[,CUSTID] - REVIEW-DUE WORK LIST: THE NEXT PROFILE AFTER *
      **        CUSTID WHOSE REVIEW IS DUE, AS SET BY THE MONTHLY     *
      **        RISKRATE BATCH                                        *
      ** EVERY CHANGE IS LOGGED TO WBAUDTDB.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
          05 KYC-CAPTURED-DATE        PIC X(10).
          05 KYC-REVIEWED-DATE        PIC X(10).
          05 KYC-REVIEWED-BY          PIC X(3).
          05 KYC-RISK-RATING          PIC X(1).
          05 KYC-PRIOR-RATING         PIC X(1).
          05 KYC-RISK-SCORE           PIC 9(2).
          05 KYC-RISK-FACTORS         PIC X(6).
          05 KYC-RATED-DATE           PIC X(10).
          05 KYC-NEXT-REVIEW-DATE     PIC X(10).
          05 FILLER                   PIC X(10).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-CUST-TEXT               PIC X(10)   VALUE SPACES.
       01 I                           PIC S9(4)   COMP.
       01 SCAN-PTR                    PIC S9(4)   COMP VALUE 1.
       01 PROFILE-IS-NEW              PIC X       VALUE 'N'.
       01 SCAN-DONE                   PIC X       VALUE 'N'.
       01 DUE-FOUND                   PIC X       VALUE 'N'.
       01 RATING-NAME                 PIC X(6)    VALUE SPACES.
       01 REVIEW-DAYS                 PIC 9(4)    VALUE 0.
       01 REVIEW-UTIME                PIC S9(15)  COMP-3 VALUE 0.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
                          THRU MARK-REVIEWED-EXIT
                    WHEN 'Q'
                       PERFORM SHOW-PROFILE THRU SHOW-PROFILE-EXIT
                    WHEN 'W'
                       PERFORM NEXT-REVIEW-DUE
                          THRU NEXT-REVIEW-DUE-EXIT
                 END-EVALUATE
              END-IF

           MOVE 'WBKY' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'P,CUSTID,SSN,CASH,TXNS,OCCUPATION sets' TO GDNMSG1O.
           MOVE 'R,CUSTID reviews  Q,CUSTID shows  W lists due'
             TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.
                 END-IF
              WHEN 'R'
              WHEN 'Q'
              WHEN 'W'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-CUST-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be P, R, Q or W' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO PARSE-COMMAND-EXIT
           END-EVALUATE.

      *    THE WORK LIST STARTS FROM THE TOP WHEN NO CUSTOMER IS GIVEN
           IF CMD-CUST-TEXT = SPACES AND CMD-ACTION-TEXT NOT = 'W'
              MOVE 'Customer id must not be blank' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE

           MOVE TODAY-ISO TO KYC-REVIEWED-DATE.
           MOVE EIBOPID   TO KYC-REVIEWED-BY.

      *    ABSTIME IS MILLISECONDS - THE NEXT REVIEW FALLS DUE ONE
      *    RISK-TIER CYCLE OUT; AN UNRATED PROFILE TAKES THE MEDIUM
      *    CYCLE UNTIL THE MONTHLY RATING RUN SCORES IT
           EVALUATE KYC-RISK-RATING
              WHEN 'H'
                 MOVE 183  TO REVIEW-DAYS
              WHEN 'L'
                 MOVE 1095 TO REVIEW-DAYS
              WHEN OTHER
                 MOVE 365  TO REVIEW-DAYS
           END-EVALUATE.
           EXEC CICS ASKTIME ABSTIME(REVIEW-UTIME) END-EXEC.
           COMPUTE REVIEW-UTIME = REVIEW-UTIME
                                + (REVIEW-DAYS * 86400000)
           END-COMPUTE.
           EXEC CICS FORMATTIME ABSTIME(REVIEW-UTIME)
                                YYYYMMDD(KYC-NEXT-REVIEW-DATE)
                                DATESEP('-')
                                END-EXEC.
           EXEC CICS REWRITE
                     DATASET(WBKYCDB-DD)
                     FROM(KYC-PROFILE-RECORD)
                  EDIT-CNT DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           PERFORM SET-RATING-NAME THRU SET-RATING-NAME-EXIT.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Capt ' DELIMITED SIZE
                  KYC-CAPTURED-DATE DELIMITED SIZE
                  ' rev ' DELIMITED SIZE
                  KYC-REVIEWED-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  KYC-REVIEWED-BY DELIMITED SIZE
                  ' risk ' DELIMITED SIZE
                  RATING-NAME DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  KYC-RISK-FACTORS DELIMITED SIZE
                  ' next ' DELIMITED SIZE
                  KYC-NEXT-REVIEW-DATE DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

       SHOW-PROFILE-EXIT.
           EXIT.

      **************************************************************
      ** REVIEW-DUE WORK LIST - BROWSE FORWARD FROM THE GIVEN       *
      ** CUSTOMER TO THE NEXT PROFILE WHOSE REVIEW DATE HAS COME    *
      **************************************************************
       NEXT-REVIEW-DUE.
           MOVE 'N' TO SCAN-DONE DUE-FOUND.
           MOVE CMD-CUST-TEXT TO KYC-KEY-CUST-ID.
           EXEC CICS STARTBR
                     DATASET(WBKYCDB-DD)
                     RIDFLD(KYC-REC-KEY)
                     KEYLENGTH(LENGTH OF KYC-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'No profiles are due for review' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              GO TO NEXT-REVIEW-DUE-EXIT
           END-IF.

           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBKYCDB-DD)
                        INTO(KYC-PROFILE-RECORD)
                        LENGTH(LENGTH OF KYC-PROFILE-RECORD)
                        RIDFLD(KYC-REC-KEY)
                        KEYLENGTH(LENGTH OF KYC-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO SCAN-DONE
              ELSE
      *          THE CUSTOMER JUST WORKED IS STEPPED OVER
                 IF KYC-CUST-ID NOT = CMD-CUST-TEXT
                    AND KYC-NEXT-REVIEW-DATE NOT = SPACES
                    AND KYC-NEXT-REVIEW-DATE NOT > TODAY-ISO
                    MOVE 'Y' TO DUE-FOUND SCAN-DONE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBKYCDB-DD)
                           RESP(RESP-CODE) END-EXEC.

           IF DUE-FOUND NOT = 'Y'
              MOVE 'No more profiles due for review' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              GO TO NEXT-REVIEW-DUE-EXIT
           END-IF.

           PERFORM SET-RATING-NAME THRU SET-RATING-NAME-EXIT.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Due ' DELIMITED SIZE
                  KYC-CUST-ID DELIMITED SIZE
                  ' risk ' DELIMITED SIZE
                  RATING-NAME DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  KYC-RISK-FACTORS DELIMITED SIZE
                  ' since ' DELIMITED SIZE
                  KYC-NEXT-REVIEW-DATE DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE SPACES TO GDNMSG2O.
           STRING 'R,' DELIMITED SIZE
                  KYC-CUST-ID DELIMITED SPACE
                  ' when reviewed   W,' DELIMITED SIZE
                  KYC-CUST-ID DELIMITED SPACE
                  ' for the next' DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

       NEXT-REVIEW-DUE-EXIT.
           EXIT.

      **************************************************************
      ** SPELL OUT THE RISK RATING FOR THE SCREEN                  **
      **************************************************************
       SET-RATING-NAME.
           EVALUATE KYC-RISK-RATING
              WHEN 'H'
                 MOVE 'HIGH'   TO RATING-NAME
              WHEN 'M'
                 MOVE 'MEDIUM' TO RATING-NAME
              WHEN 'L'
                 MOVE 'LOW'    TO RATING-NAME
              WHEN OTHER
                 MOVE 'NONE'   TO RATING-NAME
           END-EVALUATE.

       SET-RATING-NAME-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
