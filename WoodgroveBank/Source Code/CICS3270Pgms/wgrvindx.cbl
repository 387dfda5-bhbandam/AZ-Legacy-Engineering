      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** MAINTENANCE SCREEN FOR THE WBIDXDB LOAN INDEX-RATE FILE AND  *
      ** THE WBVRLDB VARIABLE-RATE TERMS OF EACH LOAN. THE COMMAND    *
      ** RIDES IN THE NAME FIELD OF THE GDNAME MAP AS                 *
      **    I,INDEX,RATE,EFFECTIVE-DATE - POST AN INDEX RATE          *
      **        E.G. I,PRIM,8.50,2026-11-01                           *
      **    L,SSN,ACCT,INDEX,MARGIN,FREQ,NEXT-CHANGE,FLOOR,CAP,       *
      **      CHANGE-CAP - MAKE A LOAN VARIABLE-RATE (OR RESET ITS    *
      **      TERMS). MARGIN MAY CARRY A SIGN; FREQ IS MONTHS; A ZERO *
      **      CAP OR CHANGE-CAP MEANS NONE                            *
      **        E.G. L,123456789,0000012345,PRIM,+1.50,12,            *
      **             2027-11-01,4.00,18.00,2.00                       *
      **    Q,SSN,ACCT - SHOW A LOAN'S VARIABLE-RATE TERMS            *
      ** THE NIGHTLY LNREPRC RUN REPRICES EACH LOAN ON ITS CHANGE     *
      ** DATE. EVERY POSTED CHANGE IS LOGGED TO WBAUDTDB.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVINDX.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 WBIDXDB-DD                  PIC X(8)    VALUE 'WBIDXDB'.
       01 IDX-REC-KEY.
          05 IDX-KEY-CODE             PIC X(4)    VALUE SPACES.
          05 IDX-KEY-EFF-DATE         PIC X(10)   VALUE SPACES.
       01 INDEX-RATE-RECORD.
          05 IDX-CODE                 PIC X(04).
          05 IDX-EFFECTIVE-DATE       PIC X(10).
          05 IDX-RATE                 PIC S9(3)V99   COMP-3.
          05 IDX-MAINT-OPID           PIC X(03).
          05 IDX-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(10).

       01 WBVRLDB-DD                  PIC X(8)    VALUE 'WBVRLDB'.
       01 VRL-REC-KEY.
          05 VRL-KEY-SSN              PIC X(9)    VALUE SPACES.
          05 VRL-KEY-ACCT-NUM         PIC X(10)   VALUE SPACES.
       01 VARIABLE-RATE-RECORD.
          05 VRL-SSN                  PIC X(9).
          05 VRL-ACCT-NUM             PIC X(10).
          05 VRL-INDEX-CODE           PIC X(04).
          05 VRL-MARGIN               PIC S9(2)V99   COMP-3.
          05 VRL-CHANGE-FREQ          PIC 9(02).
          05 VRL-NEXT-CHANGE-DATE     PIC X(10).
          05 VRL-FLOOR-RATE           PIC S9(3)V99   COMP-3.
          05 VRL-CAP-RATE             PIC S9(3)V99   COMP-3.
          05 VRL-CHANGE-CAP           PIC S9(2)V99   COMP-3.
          05 VRL-LAST-CHANGE-DATE     PIC X(10).
          05 VRL-LAST-INDEX-RATE      PIC S9(3)V99   COMP-3.
          05 VRL-MAINT-OPID           PIC X(03).
          05 VRL-MAINT-DATE           PIC X(10).
          05 FILLER                   PIC X(12).

       01 WBACCTDB-DD                 PIC X(8)   VALUE 'WBACCTDB'.
       01 ACCT-REC-KEY.
          05 ACCT-KEY-SSN             PIC X(9)   VALUE SPACES.
          05 ACCT-KEY-ACCT-NUM        PIC X(10)  VALUE SPACES.
       01 ACCOUNT-RECORD.
           05 ACCOUNT-SSN                 PIC X(9).
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-TYPE.
              10 ACCOUNT-TYPE-CODE        PIC X.
                 88 ACCOUNT-TYPE-LON            VALUE 'L'.
              10 ACCOUNT-TYPE-NAME        PIC X(10).
           05 ACCOUNT-AREA                PIC X(39).
           05 ACCOUNT-TYPE-LOAN  REDEFINES ACCOUNT-AREA.
              10 ACCOUNT-LON-INT-RATE     PIC S9(3)V99   COMP-3.
              10 ACCOUNT-LON-TERM-MONTHS  PIC S9(3)      COMP-3.
              10 ACCOUNT-LON-PAYMENT-AMT  PIC S9(7)V99   COMP-3.
              10 ACCOUNT-LON-NEXT-DUE     PIC X(10).
              10 ACCOUNT-LON-DETAIL-ITEMS PIC S9(7)      COMP-3.
              10 ACCOUNT-LON-BAL          PIC S9(13)V99  COMP-3.
              10 FILLER                   PIC X(07).
           05 ACCOUNT-STATUS-CODE         PIC X(01).
              88 ACCOUNT-CLOSED                       VALUE 'C'.
      *    REMAINDER OF THE ACCOUNT RECORD (SEE WBACCTREC) - NOT
      *    USED HERE
           05 FILLER                     PIC X(52).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-CODE-TEXT               PIC X(04)   VALUE SPACES.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.
       01 CMD-ACCT-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-DATE-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-INDEX-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-MARGIN-TEXT             PIC X(10)   VALUE SPACES.
       01 CMD-FREQ-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-FLOOR-TEXT              PIC X(10)   VALUE SPACES.
       01 CMD-CAP-TEXT                PIC X(10)   VALUE SPACES.
       01 CMD-CHG-CAP-TEXT            PIC X(10)   VALUE SPACES.
       01 CMD-RATE-TEXT               PIC X(10)   VALUE SPACES.
       01 CMD-RATE-NUM                PIC 9(2)V99 VALUE 0.
       01 CMD-RATE-WHOLE              PIC 9(2)    VALUE 0.
       01 CMD-RATE-CENTS              PIC 99      VALUE 0.
       01 CMD-RATE-SIGN               PIC X       VALUE SPACE.
       01 CMD-WHOLE-DIGITS            PIC S9(4)   COMP  VALUE 0.
       01 CMD-CENT-DIGITS             PIC S9(4)   COMP  VALUE 0.
       01 CMD-INDEX-RATE              PIC S9(3)V99 COMP-3 VALUE 0.
       01 CMD-MARGIN                  PIC S9(2)V99 COMP-3 VALUE 0.
       01 CMD-FLOOR                   PIC S9(3)V99 COMP-3 VALUE 0.
       01 CMD-CAP                     PIC S9(3)V99 COMP-3 VALUE 0.
       01 CMD-CHG-CAP                 PIC S9(2)V99 COMP-3 VALUE 0.
       01 CMD-FREQ                    PIC 9(2)    VALUE 0.
       01 CMD-FREQ-DIGITS             PIC S9(4)   COMP  VALUE 0.
       01 AMT-DIGIT                   PIC 9       VALUE 0.
       01 AMT-DOT-SW                  PIC X       VALUE 'N'.
          88 AMT-DOT-SEEN                         VALUE 'Y'.
       01 NUM-BAD-SW                  PIC X       VALUE 'N'.
          88 NUM-BAD                              VALUE 'Y'.
       01 I                           PIC S9(4)   COMP.
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
          88 REC-EXISTS                           VALUE 'Y'.
       01 INDEX-FOUND-SW              PIC X       VALUE 'N'.
          88 INDEX-FOUND                          VALUE 'Y'.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 EDIT-NUM                    PIC Z,ZZZ,ZZ9.
       01 EDIT-RATE                   PIC ZZ9.99.
       01 EDIT-MARGIN                 PIC Z9.99-.
       01 EDIT-FLOOR                  PIC ZZ9.99.
       01 EDIT-CAP                    PIC ZZ9.99.
       01 EDIT-CHG-CAP                PIC Z9.99.
       01 EDIT-FREQ                   PIC Z9.
       01 HW-LENGTH                   PIC 9(4)    COMP.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-ISO                   PIC X(10)   VALUE SPACES.

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
      *  CSMT LOG MESSAGE. AN INDEX-RATE CHANGE HAS NO PER-CUSTOMER   *
      *  CONTEXT, SO THE SSN/ACCOUNT PORTION OF ITS KEY IS BLANK.     *
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-KEY.
              10 AUD-SSN                    PIC X(9).
              10 AUD-ACCT-NUM               PIC X(10).
              10 AUD-DATE                   PIC X(10).
              10 AUD-SEQ-NUM                PIC 9(10).
           05 AUD-TIME                      PIC X(08).
           05 AUD-SOURCE-PGM                PIC X(08)  VALUE 'WGRVINDX'.
           05 AUD-OPID                      PIC X(03)  VALUE SPACES.
           05 AUD-MESSAGE                   PIC X(80).


      *****************************************************************
      *  OPERATOR ENTITLEMENTS (WBOPERDB) - KEYED BY THE SIGNED-ON    *
      *  OPERATOR ID (EIBOPID), CARRYING A ROLE, PER-FUNCTION Y/N     *
      *  PERMISSIONS AND A DOLLAR LIMIT. EVERY SENSITIVE TELLER       *
      *  FUNCTION CHECKS HERE FIRST; DENIALS ARE LOGGED TO WBAUDTDB.  *
      *  AN OPERATOR WITH NO RECORD IS DENIED; A REGION WHERE THE     *
      *  FILE IS NOT INSTALLED (NOT OPEN) RUNS UNRESTRICTED AS        *
      *  BEFORE. MAINTAINED ON THE WGRVOPER SCREEN (SUPERVISORS       *
      *  ONLY).                                                       *
      *****************************************************************
       01 WBOPERDB-DD                 PIC X(8)   VALUE 'WBOPERDB'.
       01 OPR-REC-KEY.
          05 OPR-KEY-OPID             PIC X(3)   VALUE SPACES.
       01 OPERATOR-RECORD.
          05 OPR-OPID                 PIC X(3).
          05 OPR-ROLE                 PIC X(1).
             88 OPR-ROLE-SUPERVISOR           VALUE 'S'.
             88 OPR-ROLE-TELLER               VALUE 'T'.
          05 OPR-FUNC-CLOSE           PIC X(1).
          05 OPR-FUNC-ADJUST          PIC X(1).
          05 OPR-FUNC-APPROVE         PIC X(1).
          05 OPR-FUNC-REVERSE         PIC X(1).
          05 OPR-FUNC-RATEMAINT       PIC X(1).
          05 OPR-FUNC-HOLD            PIC X(1).
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
          88 ENT-ALLOWED                        VALUE 'Y'.

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVINDX)
                                PF3(END-WGRVINDX)
                                PF4(XFER-WGRVGBAL)
                                PF5(XFER-WGRVGACC)
                                PF6(XFER-WGRVGCUS)
                                PF7(XFER-WGRVGDET)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              MOVE 'R' TO ENT-FUNC-CODE
              MOVE 0   TO ENT-AMOUNT
              PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
              IF NOT ENT-ALLOWED THEN
                 MOVE 'Rate maintenance is restricted to supervisors'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 9 TO RET-CODE
              END-IF
              IF RET-CODE = 0 THEN
                 PERFORM VALIDATE-INPUT THRU VALIDATE-INPUT-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE CMD-ACTION-TEXT
                    WHEN 'I'
                       PERFORM POST-INDEX-RATE
                          THRU POST-INDEX-RATE-EXIT
                    WHEN 'L'
                       PERFORM POST-LOAN-TERMS
                          THRU POST-LOAN-TERMS-EXIT
                    WHEN OTHER
                       PERFORM SHOW-LOAN-TERMS
                          THRU SHOW-LOAN-TERMS-EXIT
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
           MOVE 'WBIX' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'I,INDEX,RATE,EFF-DATE posts an index rate'
                                                        TO GDNMSG1O.
           MOVE 'L,SSN,ACCT,INDEX,MARGIN,FREQ,NEXT,FLOOR,CAP,CHGCAP'
                                                        TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE AND VALIDATE THE INDEX OR LOAN-TERMS COMMAND        **
      **************************************************************
       VALIDATE-INPUT.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter an index-rate or loan-terms command'
                                                        TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           MOVE SPACE  TO CMD-ACTION-TEXT.
           MOVE SPACES TO CMD-CODE-TEXT CMD-SSN-TEXT CMD-ACCT-TEXT
                          CMD-DATE-TEXT CMD-INDEX-TEXT CMD-MARGIN-TEXT
                          CMD-FREQ-TEXT CMD-FLOOR-TEXT CMD-CAP-TEXT
                          CMD-CHG-CAP-TEXT CMD-RATE-TEXT.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                DATESEP('-')
                                YYYYMMDD(TODAY-ISO) END-EXEC.

           MOVE GDNNAMEI(1:1) TO CMD-ACTION-TEXT.
           EVALUATE CMD-ACTION-TEXT
              WHEN 'I'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-INDEX-TEXT
                               CMD-RATE-TEXT CMD-DATE-TEXT
                 END-UNSTRING
                 GO TO VALIDATE-INDEX-CMD
              WHEN 'L'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT CMD-INDEX-TEXT
                               CMD-MARGIN-TEXT CMD-FREQ-TEXT
                               CMD-DATE-TEXT CMD-FLOOR-TEXT
                               CMD-CAP-TEXT CMD-CHG-CAP-TEXT
                 END-UNSTRING
              WHEN 'Q'
                 UNSTRING GDNNAMEI DELIMITED BY ','
                          INTO CMD-ACTION-TEXT CMD-SSN-TEXT
                               CMD-ACCT-TEXT
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'Action must be I, L or Q' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO VALIDATE-INPUT-EXIT
           END-EVALUATE.

           IF CMD-SSN-TEXT NOT NUMERIC
              MOVE 'SSN must be 9 digits' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF CMD-ACCT-TEXT = SPACES
              MOVE 'Account must not be blank' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF CMD-ACTION-TEXT = 'Q'
              GO TO VALIDATE-INPUT-OK
           END-IF.

           IF CMD-INDEX-TEXT = SPACES
              OR CMD-INDEX-TEXT(5:6) NOT = SPACES
              MOVE 'Index code must be 1 to 4 characters' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-INDEX-TEXT(1:4) TO CMD-CODE-TEXT.

           MOVE CMD-MARGIN-TEXT TO CMD-RATE-TEXT.
           PERFORM PARSE-RATE THRU PARSE-RATE-EXIT.
           IF NUM-BAD THEN
              MOVE 'Margin must be +/-NN.NN, e.g. +1.50' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-RATE-NUM TO CMD-MARGIN.
           IF CMD-RATE-SIGN = '-'
              COMPUTE CMD-MARGIN = 0 - CMD-RATE-NUM
           END-IF.

           MOVE 0 TO CMD-FREQ CMD-FREQ-DIGITS.
           SET NUM-BAD-SW TO 'N'.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10 OR NUM-BAD
              EVALUATE TRUE
                 WHEN CMD-FREQ-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN CMD-FREQ-TEXT(I:1) IS NUMERIC
                    MOVE CMD-FREQ-TEXT(I:1) TO AMT-DIGIT
                    ADD 1 TO CMD-FREQ-DIGITS
                    IF CMD-FREQ-DIGITS > 2 THEN
                       SET NUM-BAD TO TRUE
                    ELSE
                       COMPUTE CMD-FREQ = (CMD-FREQ * 10) + AMT-DIGIT
                       END-COMPUTE
                    END-IF
                 WHEN OTHER
                    SET NUM-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.
           IF NUM-BAD OR CMD-FREQ = 0 THEN
              MOVE 'Change frequency must be 1 to 99 months'
                                                        TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF CMD-DATE-TEXT(5:1) NOT = '-'
              OR CMD-DATE-TEXT(8:1) NOT = '-'
              OR CMD-DATE-TEXT(1:4) IS NOT NUMERIC
              OR CMD-DATE-TEXT(6:2) IS NOT NUMERIC
              OR CMD-DATE-TEXT(9:2) IS NOT NUMERIC THEN
              MOVE 'Next change date must be YYYY-MM-DD' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           IF CMD-DATE-TEXT NOT > TODAY-ISO
              MOVE 'Next change date must be after today' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           MOVE CMD-FLOOR-TEXT TO CMD-RATE-TEXT.
           PERFORM PARSE-RATE THRU PARSE-RATE-EXIT.
           IF NUM-BAD OR CMD-RATE-SIGN NOT = SPACE THEN
              MOVE 'Floor must be NN.NN' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-RATE-NUM TO CMD-FLOOR.

           MOVE CMD-CAP-TEXT TO CMD-RATE-TEXT.
           PERFORM PARSE-RATE THRU PARSE-RATE-EXIT.
           IF NUM-BAD OR CMD-RATE-SIGN NOT = SPACE THEN
              MOVE 'Cap must be NN.NN (0 for none)' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-RATE-NUM TO CMD-CAP.
           IF CMD-CAP > 0 AND CMD-CAP < CMD-FLOOR
              MOVE 'Cap must not be below the floor' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           MOVE CMD-CHG-CAP-TEXT TO CMD-RATE-TEXT.
           PERFORM PARSE-RATE THRU PARSE-RATE-EXIT.
           IF NUM-BAD OR CMD-RATE-SIGN NOT = SPACE THEN
              MOVE 'Change cap must be NN.NN (0 for none)'
                                                        TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-RATE-NUM TO CMD-CHG-CAP.
           GO TO VALIDATE-INPUT-OK.

       VALIDATE-INDEX-CMD.
           IF CMD-INDEX-TEXT = SPACES
              OR CMD-INDEX-TEXT(5:6) NOT = SPACES
              MOVE 'Index code must be 1 to 4 characters' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-INDEX-TEXT(1:4) TO CMD-CODE-TEXT.

           PERFORM PARSE-RATE THRU PARSE-RATE-EXIT.
           IF NUM-BAD OR CMD-RATE-SIGN NOT = SPACE THEN
              MOVE 'Index rate must be NN.NN' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE CMD-RATE-NUM TO CMD-INDEX-RATE.

           IF CMD-DATE-TEXT(5:1) NOT = '-'
              OR CMD-DATE-TEXT(8:1) NOT = '-'
              OR CMD-DATE-TEXT(1:4) IS NOT NUMERIC
              OR CMD-DATE-TEXT(6:2) IS NOT NUMERIC
              OR CMD-DATE-TEXT(9:2) IS NOT NUMERIC THEN
              MOVE 'Effective date must be YYYY-MM-DD' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

       VALIDATE-INPUT-OK.
           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       VALIDATE-INPUT-EXIT.
           EXIT.

      **************************************************************
      ** A RATE ARRIVES AS ONE OR TWO DIGITS, OPTIONALLY FOLLOWED  **
      ** BY A POINT AND TWO DIGITS, AND MAY LEAD WITH A + OR - SIGN**
      ** (RETURNED IN CMD-RATE-SIGN; ONLY A MARGIN MAY CARRY ONE). **
      **************************************************************
       PARSE-RATE.
           SET NUM-BAD-SW TO 'N'.
           SET AMT-DOT-SW TO 'N'.
           MOVE SPACE TO CMD-RATE-SIGN.
           MOVE 0 TO CMD-RATE-WHOLE CMD-RATE-CENTS CMD-RATE-NUM.
           MOVE 0 TO CMD-WHOLE-DIGITS CMD-CENT-DIGITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10 OR NUM-BAD
              EVALUATE TRUE
                 WHEN CMD-RATE-TEXT(I:1) = SPACE
                    CONTINUE
                 WHEN (CMD-RATE-TEXT(I:1) = '+' OR '-')
                      AND CMD-RATE-SIGN = SPACE
                      AND CMD-WHOLE-DIGITS = 0
                      AND NOT AMT-DOT-SEEN
                    MOVE CMD-RATE-TEXT(I:1) TO CMD-RATE-SIGN
                 WHEN CMD-RATE-TEXT(I:1) = '.' AND NOT AMT-DOT-SEEN
                    SET AMT-DOT-SEEN TO TRUE
                 WHEN CMD-RATE-TEXT(I:1) IS NUMERIC
                    MOVE CMD-RATE-TEXT(I:1) TO AMT-DIGIT
                    IF AMT-DOT-SEEN THEN
                       ADD 1 TO CMD-CENT-DIGITS
                       IF CMD-CENT-DIGITS > 2 THEN
                          SET NUM-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-RATE-CENTS =
                                  (CMD-RATE-CENTS * 10) + AMT-DIGIT
                          END-COMPUTE
                       END-IF
                    ELSE
                       ADD 1 TO CMD-WHOLE-DIGITS
                       IF CMD-WHOLE-DIGITS > 2 THEN
                          SET NUM-BAD TO TRUE
                       ELSE
                          COMPUTE CMD-RATE-WHOLE =
                                  (CMD-RATE-WHOLE * 10) + AMT-DIGIT
                          END-COMPUTE
                       END-IF
                    END-IF
                 WHEN OTHER
                    SET NUM-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.

           IF CMD-WHOLE-DIGITS = 0 OR
              (AMT-DOT-SEEN AND CMD-CENT-DIGITS NOT = 2) THEN
              SET NUM-BAD TO TRUE
           END-IF.
           COMPUTE CMD-RATE-NUM = CMD-RATE-WHOLE
                                + (CMD-RATE-CENTS / 100)
           END-COMPUTE.

       PARSE-RATE-EXIT.
           EXIT.

      **************************************************************
      ** ADD OR REPLACE THE INDEX RATE FOR ITS EFFECTIVE DATE      **
      **************************************************************
       POST-INDEX-RATE.
           SET REC-EXISTS-SW TO 'N'.
           MOVE CMD-CODE-TEXT TO IDX-KEY-CODE.
           MOVE CMD-DATE-TEXT TO IDX-KEY-EFF-DATE.

           EXEC CICS READ
                     DATASET(WBIDXDB-DD)
                     INTO(INDEX-RATE-RECORD)
                     LENGTH(LENGTH OF INDEX-RATE-RECORD)
                     RIDFLD(IDX-REC-KEY)
                     KEYLENGTH(LENGTH OF IDX-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 SET REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN DFHRESP(NOTOPEN)
                 MOVE 'Index rate file not open' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO POST-INDEX-RATE-EXIT
              WHEN OTHER
                 GO TO POST-INDEX-RATE-ERROR
           END-EVALUATE.

           MOVE CMD-CODE-TEXT  TO IDX-CODE.
           MOVE CMD-DATE-TEXT  TO IDX-EFFECTIVE-DATE.
           MOVE CMD-INDEX-RATE TO IDX-RATE.
           MOVE EIBOPID        TO IDX-MAINT-OPID.
           MOVE TODAY-ISO      TO IDX-MAINT-DATE.

           IF REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBIDXDB-DD)
                        FROM(INDEX-RATE-RECORD)
                        LENGTH(LENGTH OF INDEX-RATE-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBIDXDB-DD)
                        FROM(INDEX-RATE-RECORD)
                        LENGTH(LENGTH OF INDEX-RATE-RECORD)
                        KEYLENGTH(LENGTH OF IDX-REC-KEY)
                        RIDFLD(IDX-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           IF RESP-CODE NOT = 0 THEN
              GO TO POST-INDEX-RATE-ERROR
           END-IF.

           MOVE 'Index rate posted' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Index rate ' DELIMITED SIZE
                  CMD-CODE-TEXT  DELIMITED SIZE
                  ' RATE '       DELIMITED SIZE
                  CMD-RATE-TEXT  DELIMITED SPACE
                  ' EFF '        DELIMITED SIZE
                  CMD-DATE-TEXT  DELIMITED SIZE
                  ' BY '         DELIMITED SIZE
                  EIBOPID        DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           MOVE SPACES TO CMD-SSN-TEXT CMD-ACCT-TEXT.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO POST-INDEX-RATE-EXIT.

       POST-INDEX-RATE-ERROR.
           MOVE 'I/O error on the index rate file' TO GDNMSG1O.
           MOVE RESP-CODE TO EDIT-NUM.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Response code=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.
           MOVE 1 TO RET-CODE.
           GO TO POST-INDEX-RATE-EXIT.

       POST-INDEX-RATE-EXIT.
           EXIT.

      **************************************************************
      ** MAKE AN OPEN LOAN VARIABLE-RATE, OR RESET ITS TERMS. THE  **
      ** INDEX MUST ALREADY HAVE A RATE ON FILE. THE LOAN'S RATE   **
      ** IS LEFT ALONE UNTIL LNREPRC REPRICES IT ON THE CHANGE DATE**
      **************************************************************
       POST-LOAN-TERMS.
           MOVE CMD-SSN-TEXT  TO ACCT-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO ACCT-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBACCTDB-DD)
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Account not on file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO POST-LOAN-TERMS-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the account file' TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO POST-LOAN-TERMS-EXIT
           END-EVALUATE.

           IF NOT ACCOUNT-TYPE-LON OR ACCOUNT-CLOSED
              MOVE 'Variable-rate terms only apply to open loans'
                                                      TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 4 TO RET-CODE
              GO TO POST-LOAN-TERMS-EXIT
           END-IF.

      *    THE INDEX MUST HAVE AT LEAST ONE RATE ON FILE
           SET INDEX-FOUND-SW TO 'N'.
           MOVE CMD-CODE-TEXT TO IDX-KEY-CODE.
           MOVE LOW-VALUES    TO IDX-KEY-EFF-DATE.
           EXEC CICS STARTBR
                     DATASET(WBIDXDB-DD)
                     RIDFLD(IDX-REC-KEY)
                     KEYLENGTH(LENGTH OF IDX-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = 0 THEN
              EXEC CICS READNEXT
                        DATASET(WBIDXDB-DD)
                        INTO(INDEX-RATE-RECORD)
                        LENGTH(LENGTH OF INDEX-RATE-RECORD)
                        RIDFLD(IDX-REC-KEY)
                        KEYLENGTH(LENGTH OF IDX-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE = 0 AND IDX-CODE = CMD-CODE-TEXT THEN
                 SET INDEX-FOUND TO TRUE
              END-IF
              EXEC CICS ENDBR DATASET(WBIDXDB-DD)
                              RESP(RESP-CODE) END-EXEC
           END-IF.
           IF NOT INDEX-FOUND THEN
              MOVE 'Index has no rate on file' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 5 TO RET-CODE
              GO TO POST-LOAN-TERMS-EXIT
           END-IF.

           SET REC-EXISTS-SW TO 'N'.
           MOVE CMD-SSN-TEXT  TO VRL-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO VRL-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBVRLDB-DD)
                     INTO(VARIABLE-RATE-RECORD)
                     LENGTH(LENGTH OF VARIABLE-RATE-RECORD)
                     RIDFLD(VRL-REC-KEY)
                     KEYLENGTH(LENGTH OF VRL-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 SET REC-EXISTS TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES TO VARIABLE-RATE-RECORD
                 MOVE SPACES TO VRL-LAST-CHANGE-DATE
                 MOVE 0      TO VRL-LAST-INDEX-RATE
              WHEN OTHER
                 GO TO POST-LOAN-TERMS-ERROR
           END-EVALUATE.

           MOVE CMD-SSN-TEXT   TO VRL-SSN.
           MOVE CMD-ACCT-TEXT  TO VRL-ACCT-NUM.
           MOVE CMD-CODE-TEXT  TO VRL-INDEX-CODE.
           MOVE CMD-MARGIN     TO VRL-MARGIN.
           MOVE CMD-FREQ       TO VRL-CHANGE-FREQ.
           MOVE CMD-DATE-TEXT  TO VRL-NEXT-CHANGE-DATE.
           MOVE CMD-FLOOR      TO VRL-FLOOR-RATE.
           MOVE CMD-CAP        TO VRL-CAP-RATE.
           MOVE CMD-CHG-CAP    TO VRL-CHANGE-CAP.
           MOVE EIBOPID        TO VRL-MAINT-OPID.
           MOVE TODAY-ISO      TO VRL-MAINT-DATE.

           IF REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBVRLDB-DD)
                        FROM(VARIABLE-RATE-RECORD)
                        LENGTH(LENGTH OF VARIABLE-RATE-RECORD)
                        RESP(RESP-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                        DATASET(WBVRLDB-DD)
                        FROM(VARIABLE-RATE-RECORD)
                        LENGTH(LENGTH OF VARIABLE-RATE-RECORD)
                        KEYLENGTH(LENGTH OF VRL-REC-KEY)
                        RIDFLD(VRL-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
           END-IF.

           IF RESP-CODE NOT = 0 THEN
              GO TO POST-LOAN-TERMS-ERROR
           END-IF.

           MOVE 'Variable-rate terms posted' TO GDNMSG1O.
           MOVE SPACES TO GDNMSG2O.
           STRING 'First repricing on ' DELIMITED SIZE
                  CMD-DATE-TEXT DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Variable-rate terms ' DELIMITED SIZE
                  CMD-CODE-TEXT   DELIMITED SIZE
                  ' MARGIN '      DELIMITED SIZE
                  CMD-MARGIN-TEXT DELIMITED SPACE
                  ' NEXT '        DELIMITED SIZE
                  CMD-DATE-TEXT   DELIMITED SIZE
                  ' BY '          DELIMITED SIZE
                  EIBOPID         DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO POST-LOAN-TERMS-EXIT.

       POST-LOAN-TERMS-ERROR.
           MOVE 'I/O error on the variable-rate terms file'
                                                      TO GDNMSG1O.
           MOVE RESP-CODE TO EDIT-NUM.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Response code=' DELIMITED SIZE
                  EDIT-NUM DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.
           MOVE 1 TO RET-CODE.
           GO TO POST-LOAN-TERMS-EXIT.

       POST-LOAN-TERMS-EXIT.
           EXIT.

      **************************************************************
      ** SHOW A LOAN'S VARIABLE-RATE TERMS                         **
      **************************************************************
       SHOW-LOAN-TERMS.
           MOVE CMD-SSN-TEXT  TO VRL-KEY-SSN.
           MOVE CMD-ACCT-TEXT TO VRL-KEY-ACCT-NUM.
           EXEC CICS READ
                     DATASET(WBVRLDB-DD)
                     INTO(VARIABLE-RATE-RECORD)
                     LENGTH(LENGTH OF VARIABLE-RATE-RECORD)
                     RIDFLD(VRL-REC-KEY)
                     KEYLENGTH(LENGTH OF VRL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Loan is fixed-rate - no variable terms on file'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 2 TO RET-CODE
                 GO TO SHOW-LOAN-TERMS-EXIT
              WHEN OTHER
                 MOVE 'I/O error on the variable-rate terms file'
                                                      TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 3 TO RET-CODE
                 GO TO SHOW-LOAN-TERMS-EXIT
           END-EVALUATE.

           MOVE VRL-MARGIN      TO EDIT-MARGIN.
           MOVE VRL-CHANGE-FREQ TO EDIT-FREQ.
           MOVE SPACES TO GDNMSG1O.
           STRING 'Index ' DELIMITED SIZE
                  VRL-INDEX-CODE DELIMITED SIZE
                  ' margin ' DELIMITED SIZE
                  EDIT-MARGIN DELIMITED SIZE
                  ' every ' DELIMITED SIZE
                  EDIT-FREQ DELIMITED SIZE
                  ' mos next ' DELIMITED SIZE
                  VRL-NEXT-CHANGE-DATE DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           MOVE VRL-FLOOR-RATE  TO EDIT-FLOOR.
           MOVE VRL-CAP-RATE    TO EDIT-CAP.
           MOVE VRL-CHANGE-CAP  TO EDIT-CHG-CAP.
           MOVE SPACES TO GDNMSG2O.
           STRING 'Floor ' DELIMITED SIZE
                  EDIT-FLOOR DELIMITED SIZE
                  ' cap ' DELIMITED SIZE
                  EDIT-CAP DELIMITED SIZE
                  ' per change ' DELIMITED SIZE
                  EDIT-CHG-CAP DELIMITED SIZE
                  ' last ' DELIMITED SIZE
                  VRL-LAST-CHANGE-DATE DELIMITED SIZE
                  INTO GDNMSG2O
           END-STRING.

       SHOW-LOAN-TERMS-EXIT.
           EXIT.

      **************************************************************
      ** CHECK THE SIGNED-ON OPERATOR'S ENTITLEMENT FOR A FUNCTION *
      ** - THE CALLER SETS ENT-FUNC-CODE (AND ENT-AMOUNT WHERE A   *
      ** DOLLAR LIMIT APPLIES) FIRST. DENIALS ARE AUDITED.         *
      **************************************************************
       CHECK-ENTITLEMENT.
           SET ENT-ALLOWED-SW TO 'N'.
           MOVE EIBOPID TO OPR-KEY-OPID.
           EXEC CICS READ
                     DATASET(WBOPERDB-DD)
                     INTO(OPERATOR-RECORD)
                     LENGTH(LENGTH OF OPERATOR-RECORD)
                     RIDFLD(OPR-REC-KEY)
                     KEYLENGTH(LENGTH OF OPR-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
      *          A SUSPENDED OR REMOVED OPERATOR HOLDS NO FUNCTIONS
                 IF OPR-ACCESS-BARRED
                    GO TO CHECK-ENTITLEMENT-DENIED
                 END-IF
              WHEN DFHRESP(NOTOPEN)
      *          ENTITLEMENTS NOT INSTALLED IN THIS REGION - RUN
      *          UNRESTRICTED AS BEFORE
                 SET ENT-ALLOWED TO TRUE
                 GO TO CHECK-ENTITLEMENT-EXIT
              WHEN OTHER
                 GO TO CHECK-ENTITLEMENT-DENIED
           END-EVALUATE.

           EVALUATE ENT-FUNC-CODE
              WHEN 'R'
                 IF OPR-FUNC-RATEMAINT = 'Y'
                    AND OPR-ROLE-SUPERVISOR
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF ENT-ALLOWED THEN
              GO TO CHECK-ENTITLEMENT-EXIT
           END-IF.

       CHECK-ENTITLEMENT-DENIED.
           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Function ' DELIMITED SIZE
                  ENT-FUNC-CODE DELIMITED SIZE
                  ' denied for operator ' DELIMITED SIZE
                  EIBOPID DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       CHECK-ENTITLEMENT-EXIT.
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

       XFER-WGRVGBAL.
           EXEC CICS XCTL PROGRAM('WGRVGBAL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGACC.
           EXEC CICS XCTL PROGRAM('WGRVGACC') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGCUS.
           EXEC CICS XCTL PROGRAM('WGRVGCUS') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVGDET.
           EXEC CICS XCTL PROGRAM('WGRVGDET') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       XFER-WGRVCUSL.
           EXEC CICS XCTL PROGRAM('WGRVCUSL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVINDX.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVINDX-EXIT.
           EXIT.
