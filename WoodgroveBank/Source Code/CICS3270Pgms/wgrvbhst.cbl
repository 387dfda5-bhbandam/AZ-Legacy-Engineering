      *****************************************************************
      ** THIS PROGRAM IS A SAMPLE CICS CLIENT FOR DEMONSTRATING A 3270*
      ** APPLICATION THAT READS AND WRITE TO A VSAM DATA SET FOR      *
      ** BANKING TYPE OF INFORMATION.                                 *
      **                                                              *
      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** DAILY BALANCE HISTORY FOR TELLERS. THE NIGHTLY BALHIST RUN  *
      ** RECORDS EACH ACCOUNT'S CLOSING LEDGER AND COLLECTED BALANCE *
      ** ON WBBALHST; THIS SCREEN LISTS THEM FOR ONE ACCOUNT. THE    *
      ** COMMAND RIDES IN THE NAME FIELD OF THE GDNAME MAP AS        *
      **    SSN,ACCOUNT[,MM/DD/YYYY-MM/DD/YYYY]                       *
      ** AND EACH BUSINESS DATE SHOWS AS A LEDGER LINE (WITH THE     *
      ** DAY'S ITEM COUNT) FOLLOWED BY A COLLECTED LINE. WITHOUT A   *
      ** DATE RANGE THE WHOLE RETAINED HISTORY IS LISTED.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBHST.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 BHS-REC-KEY.
           05 SSN                         PIC X(9)   VALUE SPACES.
           05 NUM                         PIC X(10)  VALUE SPACES.
           05 BHS-KEY-DATE                PIC X(10)  VALUE SPACES.

       01  BALHIST-RECORD.
           05 BHS-SSN                     PIC X(9).
           05 BHS-ACCT-NUM                PIC X(10).
           05 BHS-DATE                    PIC X(10).
           05 BHS-ACCT-TYPE-CODE          PIC X(1).
           05 BHS-LEDGER-BAL              PIC S9(13)V99  COMP-3.
           05 BHS-HOLD-AMT                PIC S9(13)V99  COMP-3.
           05 BHS-COLLECTED-BAL           PIC S9(13)V99  COMP-3.
           05 BHS-ITEM-COUNT              PIC S9(7)      COMP-3.
           05 FILLER                      PIC X(10).

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 WBBALHST-DD                 PIC X(8)    VALUE 'WBBALHST'.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
       01 TEMPDATA                    PIC X(1).
       01 TEMPLENG                    PIC S9(4)   COMP.
       01 PAGEN                       PIC 9(3)            VALUE 1.
       01 OPINSTR                     PIC X(52)
                VALUE 'Press <Enter> and follow with paging commands.'.

      *****************************************************************
      ** ACCOUNT AND DATE RANGE PARSED FROM THE COMMAND               *
      *****************************************************************
       01 HIST-SSN                    PIC X(9)    VALUE SPACES.
       01 HIST-ACCT                   PIC X(10)   VALUE SPACES.
       01 SSN-TEXT                    PIC X(12)   VALUE SPACES.
       01 ACCT-TEXT                   PIC X(12)   VALUE SPACES.
       01 DATE-RANGE-TEXT             PIC X(21)   VALUE SPACES.
      *    HISTORY DATES ARE STORED YYYY-MM-DD, SO THE RANGE IS
      *    CONVERTED TO THAT FORM AND COMPARED DIRECTLY
       01 FILTER-FROM-ISO             PIC X(10)   VALUE LOW-VALUES.
       01 FILTER-TO-ISO               PIC X(10)   VALUE HIGH-VALUES.
       01 DATE-CHECK-BUF              PIC X(8)    VALUE SPACES.
       01 LINE-KIND                   PIC X       VALUE 'L'.
          88 SENDING-LEDGER-LINE                  VALUE 'L'.
          88 SENDING-COLLECTED-LINE               VALUE 'C'.

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           EXEC CICS HANDLE AID CLEAR(END-WGRVBHST)
                                PF3(END-WGRVBHST)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           PERFORM SET-MAP-DEFAULTS THRU SET-MAP-DEFAULTS-EXIT.
           EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('GDNAME')
                                MAPSET('WGRVMAP')
                                ASIS END-EXEC

              MOVE 0 TO RET-CODE
              PERFORM VALIDATE-INPUT THRU VALIDATE-INPUT-EXIT

              IF RET-CODE NOT = 0 THEN
                 EXEC CICS SEND MAP('GDNAME') MAPSET('WGRVMAP')
                                FROM (GDNAMEO) ERASE END-EXEC
              ELSE
                 MOVE 'Y' TO DONE
              END-IF
           END-PERFORM.

           IF RET-CODE = 0 THEN
              MOVE LOW-VALUE TO GDHPAGNA
              MOVE PAGEN TO GDHPAGNO
              EXEC CICS SEND MAP('GDHEAD') MAPSET('WGRVMAP')
                             ACCUM PAGING ERASE
              END-EXEC

              PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT

              EXEC CICS SEND MAP('GDFINAL') MAPSET('WGRVMAP')
                             MAPONLY ACCUM PAGING END-EXEC
              EXEC CICS SEND PAGE END-EXEC
              EXEC CICS SEND TEXT FROM(OPINSTR)
                                  LENGTH(LENGTH OF OPINSTR)
                                  ERASE END-EXEC
              EXEC CICS RECEIVE INTO(TEMPDATA)
                                LENGTH(TEMPLENG) END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      **************************************************************
      ** SET THE DEFAULT DATA ITEMS IN THE CEDAR BANK MAP         **
      **************************************************************
       SET-MAP-DEFAULTS.
           MOVE 'WBBH' TO GDTRANO GDNXTTRO.
           MOVE SPACES TO GDNNAMEO.
           MOVE 'Enter SSN,ACCOUNT for daily balances' TO GDNMSG1O.
           MOVE 'Add ,MM/DD/YYYY-MM/DD/YYYY for date range'
                                                      TO GDNMSG2O.

       SET-MAP-DEFAULTS-EXIT.
           EXIT.

      **************************************************************
      ** PARSE SSN, ACCOUNT AND OPTIONAL DATE RANGE               **
      **************************************************************
       VALIDATE-INPUT.
           IF GDNNAMEL = 0 OR GDNNAMEI = SPACES
               MOVE 'Enter SSN,ACCOUNT for daily balances'
                                                      TO GDNMSG1O
               MOVE 1 TO RET-CODE
               GO TO VALIDATE-INPUT-EXIT
           END-IF.

           MOVE SPACES TO SSN-TEXT ACCT-TEXT DATE-RANGE-TEXT.
           UNSTRING GDNNAMEI DELIMITED BY ','
                    INTO SSN-TEXT ACCT-TEXT DATE-RANGE-TEXT
           END-UNSTRING.

           IF SSN-TEXT(1:9) IS NOT NUMERIC OR
              SSN-TEXT(10:3) NOT = SPACES
              MOVE 'SSN must be 9 digits' TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           IF ACCT-TEXT = SPACES OR ACCT-TEXT(11:2) NOT = SPACES
              MOVE 'Account number is required' TO GDNMSG1O
              MOVE 2 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           MOVE SSN-TEXT(1:9)   TO HIST-SSN.
           MOVE ACCT-TEXT(1:10) TO HIST-ACCT.

           MOVE LOW-VALUES  TO FILTER-FROM-ISO.
           MOVE HIGH-VALUES TO FILTER-TO-ISO.
           IF DATE-RANGE-TEXT NOT = SPACES THEN
              PERFORM PARSE-DATE-RANGE THRU PARSE-DATE-RANGE-EXIT
              IF RET-CODE NOT = 0 THEN
                 GO TO VALIDATE-INPUT-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO GDNMSG1O.
           MOVE 0 TO RET-CODE.

       VALIDATE-INPUT-EXIT.
           EXIT.

      **************************************************************
      ** PARSE "MM/DD/YYYY-MM/DD/YYYY" INTO YYYY-MM-DD BOUNDS      **
      **************************************************************
       PARSE-DATE-RANGE.
           IF DATE-RANGE-TEXT(11:1) NOT = '-' THEN
              MOVE 'Date range must be MM/DD/YYYY-MM/DD/YYYY'
                                                      TO GDNMSG1O
              MOVE 4 TO RET-CODE
              GO TO PARSE-DATE-RANGE-EXIT
           END-IF.

           MOVE DATE-RANGE-TEXT(7:4) TO DATE-CHECK-BUF(1:4).
           MOVE DATE-RANGE-TEXT(1:2) TO DATE-CHECK-BUF(5:2).
           MOVE DATE-RANGE-TEXT(4:2) TO DATE-CHECK-BUF(7:2).
           IF DATE-CHECK-BUF IS NOT NUMERIC THEN
              MOVE 'Date range must be MM/DD/YYYY-MM/DD/YYYY'
                                                      TO GDNMSG1O
              MOVE 4 TO RET-CODE
              GO TO PARSE-DATE-RANGE-EXIT
           END-IF.
           STRING DATE-CHECK-BUF(1:4) '-' DATE-CHECK-BUF(5:2) '-'
                  DATE-CHECK-BUF(7:2) DELIMITED BY SIZE
                  INTO FILTER-FROM-ISO.

           MOVE DATE-RANGE-TEXT(18:4) TO DATE-CHECK-BUF(1:4).
           MOVE DATE-RANGE-TEXT(12:2) TO DATE-CHECK-BUF(5:2).
           MOVE DATE-RANGE-TEXT(15:2) TO DATE-CHECK-BUF(7:2).
           IF DATE-CHECK-BUF IS NOT NUMERIC THEN
              MOVE 'Date range must be MM/DD/YYYY-MM/DD/YYYY'
                                                      TO GDNMSG1O
              MOVE 4 TO RET-CODE
              GO TO PARSE-DATE-RANGE-EXIT
           END-IF.
           STRING DATE-CHECK-BUF(1:4) '-' DATE-CHECK-BUF(5:2) '-'
                  DATE-CHECK-BUF(7:2) DELIMITED BY SIZE
                  INTO FILTER-TO-ISO.

           IF FILTER-TO-ISO < FILTER-FROM-ISO THEN
              MOVE 'End date is before the start date' TO GDNMSG1O
              MOVE 4 TO RET-CODE
              GO TO PARSE-DATE-RANGE-EXIT
           END-IF.

           MOVE 0 TO RET-CODE.

       PARSE-DATE-RANGE-EXIT.
           EXIT.

      **************************************************************
      ** BROWSE THE ACCOUNT'S HISTORY FROM THE FIRST DATE WANTED   **
      ** AND LIST EACH DAY UNTIL THE ACCOUNT OR THE RANGE ENDS     **
      **************************************************************
       LIST-HISTORY.
           EXEC CICS HANDLE CONDITION
                           OVERFLOW(LIST-HISTORY-OVERFLOW) END-EXEC.

           MOVE HIST-SSN        TO SSN OF BHS-REC-KEY.
           MOVE HIST-ACCT       TO NUM OF BHS-REC-KEY.
           MOVE FILTER-FROM-ISO TO BHS-KEY-DATE.

           EXEC CICS STARTBR
                     DATASET(WBBALHST-DD)
                     RIDFLD(BHS-REC-KEY)
                     KEYLENGTH(LENGTH OF BHS-REC-KEY)
                     RESP(RESP-CODE)
                     GTEQ
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO LIST-HISTORY-EXIT
           END-IF.

       LIST-HISTORY-NEXT.
           EXEC CICS READNEXT
                     DATASET(WBBALHST-DD)
                     INTO(BALHIST-RECORD)
                     LENGTH(LENGTH OF BALHIST-RECORD)
                     KEYLENGTH(LENGTH OF BHS-REC-KEY)
                     RIDFLD(BHS-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO LIST-HISTORY-ENDBR
           END-IF.
           IF BHS-SSN NOT = HIST-SSN OR
              BHS-ACCT-NUM NOT = HIST-ACCT OR
              BHS-DATE > FILTER-TO-ISO THEN
              GO TO LIST-HISTORY-ENDBR
           END-IF.

           SET SENDING-LEDGER-LINE TO TRUE.
           MOVE LOW-VALUE         TO GDLINEO.
           MOVE BHS-ACCT-NUM      TO GDLACCTO.
           MOVE BHS-ITEM-COUNT    TO GDLITEMO.
           MOVE 'Ledger'          TO GDLTYPEO.
           MOVE BHS-DATE          TO GDLDATEO.
           MOVE BHS-LEDGER-BAL    TO GDLAMTO.
           MOVE 'Close bal'       TO GDLACTYO.
           EXEC CICS SEND MAP('GDLINE') MAPSET('WGRVMAP')
                          ACCUM PAGING END-EXEC.

       LIST-HISTORY-COLLECTED.
           SET SENDING-COLLECTED-LINE TO TRUE.
           MOVE LOW-VALUE         TO GDLINEO.
           MOVE BHS-ACCT-NUM      TO GDLACCTO.
           MOVE 'Collectd'        TO GDLTYPEO.
           MOVE BHS-DATE          TO GDLDATEO.
           MOVE BHS-COLLECTED-BAL TO GDLAMTO.
           MOVE 'Net holds'       TO GDLACTYO.
           EXEC CICS SEND MAP('GDLINE') MAPSET('WGRVMAP')
                          ACCUM PAGING END-EXEC.

           GO TO LIST-HISTORY-NEXT.

       LIST-HISTORY-ENDBR.
           EXEC CICS ENDBR DATASET(WBBALHST-DD) RESP(RESP-CODE)
                           END-EXEC.

       LIST-HISTORY-EXIT.
           EXIT.

       LIST-HISTORY-OVERFLOW.
           EXEC CICS SEND MAP('GDFOOT') MAPSET('WGRVMAP')
                          MAPONLY ACCUM PAGING END-EXEC.
           ADD 1 TO PAGEN.
           MOVE PAGEN TO GAHPAGNO.

           EXEC CICS SEND MAP('GDHEAD') MAPSET('WGRVMAP')
                          ACCUM PAGING ERASE END-EXEC.

           EXEC CICS SEND MAP('GDLINE') MAPSET('WGRVMAP')
                          ACCUM PAGING END-EXEC.

      *    A PAGE BREAK AFTER A DAY'S LEDGER LINE STILL OWES THE
      *    COLLECTED LINE FOR THAT DAY
           IF SENDING-LEDGER-LINE THEN
              GO TO LIST-HISTORY-COLLECTED
           END-IF.
           GO TO LIST-HISTORY-NEXT.

       XFER-WGRVCUSL.
           EXEC CICS XCTL PROGRAM('WGRVCUSL') END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVBHST.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-WGRVBHST-EXIT.
           EXIT.
