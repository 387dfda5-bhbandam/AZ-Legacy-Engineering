      ** LIVE BATCH-WINDOW STATUS FOR THE OPERATIONS DESK. EVERY     *
      ** ENTER REBUILDS THE LIST FROM WBRUNCTL - ONE LINE PER STEP   *
      ** WITH ITS STATE (P PENDING, R RUNNING, C COMPLETE, F         *
      ** FAILED, N NOT SCHEDULED TONIGHT BY ITS RUN FREQUENCY),      *
      ** START TIME, AND ELAPSED MINUTES AGAINST THE                 *
      ** STEP'S TRAILING AVERAGE FROM THE WBRUNLOG RUN LOG, SO THE   *
      ** OVERNIGHT OPERATOR SEES A STALLED STEP AT 2 AM INSTEAD OF   *
      ** DISCOVERING IT AT 7. A RUNNING STEP PAST ITS AVERAGE IS     *
      ** MARKED WITH AN ASTERISK.                                    *
      **                                                              *
      **    LINE FORMAT: NNN PROGRAM  S HH:MM ELAP/AVG               *
      **                                                              *
      ** PF5 SWITCHES TO THE BRANCH CLOSE PANEL AND BACK. BATSCHED   *
      ** WILL NOT START THE WINDOW UNTIL EVERY BRANCH ON THE WBBCLSDB *
      ** BRANCH LIST HAS CLOSED ON WGRVBCLS FOR THE WINDOW'S         *
      ** BUSINESS DATE; THE PANEL COUNTS THE CLOSED AND FORCED       *
      ** BRANCHES AND LISTS THE ONES STILL HOLDING THE WINDOW:       *
      **    LINE FORMAT: BBB BRANCH-NAME       OPEN/REOPENED         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBATW.
             88 RUN-STEP-RUNNING             VALUE 'R'.
             88 RUN-STEP-COMPLETE            VALUE 'C'.
             88 RUN-STEP-FAILED              VALUE 'F'.
             88 RUN-STEP-NOT-SCHEDULED       VALUE 'N'.
          05 RUN-BUSINESS-DATE        PIC X(10).
          05 RUN-START-TIME           PIC X(16).
          05 RUN-END-TIME             PIC X(16).
          05 RUN-RETURN-CODE          PIC 9(04).
          05 RUN-FREQUENCY            PIC X(01).
          05 RUN-FREQ-DAY             PIC 9(02).
          05 FILLER                   PIC X(06).

       01 WBRUNLOG-DD                 PIC X(8)   VALUE 'WBRUNLOG'.
       01 RLG-REC-KEY.
          05 RLG-RETURN-CODE          PIC 9(4).
          05 FILLER                   PIC X(15).

      *****************************************************************
      *  BRANCH CLOSE FILE (WBBCLSDB) - SAME FIELDS/WIDTHS AS         *
      *  WBBCLREC. THE ENTRY WITH A BLANK DATE IS THE BRANCH LIST.    *
      *****************************************************************
       01 WBBCLSDB-DD                 PIC X(8)   VALUE 'WBBCLSDB'.
       01 BCL-REC-KEY.
          05 BCL-KEY-BRANCH           PIC X(3)   VALUE SPACES.
          05 BCL-KEY-DATE             PIC X(10)  VALUE SPACES.
       01 CLOSE-RECORD.
          05 BCL-BRANCH               PIC X(3).
          05 BCL-DATE                 PIC X(10).
          05 BCL-BRANCH-NAME          PIC X(30).
          05 BCL-STATUS-CODE          PIC X(1).
             88 BCL-STATUS-CLOSED            VALUE 'C'.
             88 BCL-STATUS-REOPENED          VALUE 'O'.
             88 BCL-STATUS-FORCED            VALUE 'F'.
          05 BCL-DRAWER-COUNT         PIC 9(3).
          05 BCL-DRAWER-TOTAL         PIC S9(13)V99  COMP-3.
          05 BCL-VAULT-COUNT          PIC S9(13)V99  COMP-3.
          05 BCL-CLOSE-OPID           PIC X(3).
          05 BCL-CLOSE-TIME           PIC X(8).
          05 FILLER                   PIC X(20).
       01 LIST-BRANCH                 PIC X(3)    VALUE SPACES.
       01 LIST-BRANCH-NAME            PIC X(30)   VALUE SPACES.
       01 WINDOW-DATE                 PIC X(10)   VALUE SPACES.
       01 CLOSED-CNT                  PIC 9(3)    VALUE 0.
       01 FORCED-CNT                  PIC 9(3)    VALUE 0.
       01 HOLDING-CNT                 PIC 9(3)    VALUE 0.
       01 LINE-CNT                    PIC S9(4)   COMP VALUE 0.

       01 PANEL-SW                    PIC X       VALUE 'S'.
          88 STEP-PANEL                           VALUE 'S'.
          88 CLOSE-PANEL                          VALUE 'B'.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
       01 RET-CODE                    PIC S9(4)   COMP    VALUE 0.
          05 SL-SEP                   PIC X(1)    VALUE '/'.
          05 SL-AVERAGE               PIC ZZZ9.

       01 CLOSE-LINE.
          05 CL-BRANCH                PIC X(3).
          05 FILLER                   PIC X(1)    VALUE SPACE.
          05 CL-NAME                  PIC X(17).
          05 FILLER                   PIC X(1)    VALUE SPACE.
          05 CL-STATE                 PIC X(8).

       01 CLOSE-SUMMARY.
          05 FILLER                   PIC X(7)    VALUE 'CLOSED '.
          05 CS-CLOSED                PIC ZZ9.
          05 FILLER                   PIC X(8)    VALUE ' FORCED '.
          05 CS-FORCED                PIC ZZ9.
          05 FILLER                   PIC X(6)    VALUE ' OPEN '.
          05 CS-HOLDING               PIC ZZ9.

      **** COPY THE BMS MAP DEFINITION FOR CEDAR BANK
       COPY WGRVMAP.


           EXEC CICS HANDLE AID CLEAR(END-WGRVBATW)
                                PF3(END-WGRVBATW)
                                PF5(SWITCH-PANEL)
                                PF10(XFER-WGRVCUSL) END-EXEC.

           EXEC CICS SEND MAP('CLNAME') MAPSET('WGRVMAP')
                          MAPONLY ERASE END-EXEC.

           PERFORM REFRESH-PANEL THRU REFRESH-PANEL-EXIT.

      *    EVERY ENTER REBUILDS THE PICTURE - THE REFRESH IS THE
      *    WHOLE POINT OF THE SCREEN
       RECEIVE-LOOP.
           PERFORM UNTIL DONE = 'Y'
              EXEC CICS RECEIVE MAP('CLNAME') MAPSET('WGRVMAP')
                                ASIS END-EXEC
              PERFORM REFRESH-PANEL THRU REFRESH-PANEL-EXIT
           END-PERFORM.

           EXEC CICS RETURN END-EXEC.

      **************************************************************
      ** PF5 FLIPS BETWEEN THE STEP LIST AND THE BRANCH CLOSE     **
      ** PANEL, THEN GOES BACK TO WAITING FOR THE NEXT KEY        **
      **************************************************************
       SWITCH-PANEL.
           IF STEP-PANEL
              SET CLOSE-PANEL TO TRUE
           ELSE
              SET STEP-PANEL TO TRUE
           END-IF.
           PERFORM REFRESH-PANEL THRU REFRESH-PANEL-EXIT.
           GO TO RECEIVE-LOOP.

      **************************************************************
      ** REBUILD AND SEND WHICHEVER PANEL IS SHOWING              **
      **************************************************************
       REFRESH-PANEL.
           IF CLOSE-PANEL
              PERFORM BUILD-CLOSE-LIST THRU BUILD-CLOSE-LIST-EXIT
           ELSE
              PERFORM BUILD-STATUS-LIST THRU BUILD-STATUS-LIST-EXIT
           END-IF.
           PERFORM SEND-STATUS-LIST THRU SEND-STATUS-LIST-EXIT.

       REFRESH-PANEL-EXIT.
           EXIT.

      **************************************************************
      ** BROWSE THE RUN-CONTROL FILE AND BUILD ONE LINE PER STEP  **
      **************************************************************
       GET-TRAILING-AVG-EXIT.
           EXIT.

      **************************************************************
      ** THE BRANCH CLOSE PANEL. THE WINDOW'S BUSINESS DATE IS    **
      ** THE ONE ON THE RUN-CONTROL STEPS (TODAY IF THERE ARE     **
      ** NONE) - THE SAME DATE THE BATSCHED START GATE CHECKS.    **
      ** LINE 1 IS THE DATE, LINE 2 THE COUNTS, THEN ONE LINE PER **
      ** BRANCH STILL HOLDING THE WINDOW.                         **
      **************************************************************
       BUILD-CLOSE-LIST.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 15
              MOVE SPACES TO CLNAMO(I) CLSELO(I)
           END-PERFORM.
           MOVE 0   TO CLOSED-CNT FORCED-CNT HOLDING-CNT.
           MOVE 2   TO LINE-CNT.
           MOVE 'N' TO SCAN-DONE.

           MOVE SPACES TO WINDOW-DATE.
           MOVE 0 TO RUN-KEY-STEP.
           EXEC CICS STARTBR
                     DATASET(WBRUNCTL-DD)
                     RIDFLD(RUN-REC-KEY)
                     KEYLENGTH(LENGTH OF RUN-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = 0 THEN
              EXEC CICS READNEXT
                        DATASET(WBRUNCTL-DD)
                        INTO(RUN-CTL-RECORD)
                        LENGTH(LENGTH OF RUN-CTL-RECORD)
                        RIDFLD(RUN-REC-KEY)
                        KEYLENGTH(LENGTH OF RUN-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE = 0 THEN
                 MOVE RUN-BUSINESS-DATE TO WINDOW-DATE
              END-IF
              EXEC CICS ENDBR DATASET(WBRUNCTL-DD)
                              RESP(RESP-CODE) END-EXEC
           END-IF.
           IF WINDOW-DATE = SPACES
              EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(UTIME)
                                   DATESEP('-')
                                   YYYYMMDD(WINDOW-DATE)
                                   END-EXEC
           END-IF.
           STRING 'BRANCH CLOSE FOR ' DELIMITED SIZE
                  WINDOW-DATE DELIMITED SIZE
                  INTO CLNAMO(1)
           END-STRING.

           MOVE LOW-VALUES TO BCL-REC-KEY.
           EXEC CICS STARTBR
                     DATASET(WBBCLSDB-DD)
                     RIDFLD(BCL-REC-KEY)
                     KEYLENGTH(LENGTH OF BCL-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'NO BRANCH LIST ON FILE' TO CLNAMO(2)
              GO TO BUILD-CLOSE-LIST-EXIT
           END-IF.

      *    THE LIST ENTRIES AND DAY RECORDS SHARE THE FILE - ONLY
      *    THE BLANK-DATED LIST ENTRIES DRIVE THE PANEL
           PERFORM UNTIL SCAN-DONE = 'Y'
              EXEC CICS READNEXT
                        DATASET(WBBCLSDB-DD)
                        INTO(CLOSE-RECORD)
                        LENGTH(LENGTH OF CLOSE-RECORD)
                        RIDFLD(BCL-REC-KEY)
                        KEYLENGTH(LENGTH OF BCL-REC-KEY)
                        RESP(RESP-CODE)
              END-EXEC
              IF RESP-CODE NOT = 0 THEN
                 MOVE 'Y' TO SCAN-DONE
              ELSE
                 IF BCL-DATE = SPACES
                    PERFORM FORMAT-ONE-BRANCH
                       THRU FORMAT-ONE-BRANCH-EXIT
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR DATASET(WBBCLSDB-DD)
                           RESP(RESP-CODE) END-EXEC.

           MOVE CLOSED-CNT  TO CS-CLOSED.
           MOVE FORCED-CNT  TO CS-FORCED.
           MOVE HOLDING-CNT TO CS-HOLDING.
           MOVE CLOSE-SUMMARY TO CLNAMO(2).

       BUILD-CLOSE-LIST-EXIT.
           EXIT.

      **************************************************************
      ** LOOK UP ONE LISTED BRANCH'S CLOSE FOR THE WINDOW DATE.   **
      ** THE BROWSE KEY IS PUT BACK SO THE NEXT READNEXT CARRIES  **
      ** ON FROM THE LIST ENTRY.                                  **
      **************************************************************
       FORMAT-ONE-BRANCH.
           MOVE BCL-BRANCH      TO LIST-BRANCH.
           MOVE BCL-BRANCH-NAME TO LIST-BRANCH-NAME.

           MOVE LIST-BRANCH     TO BCL-KEY-BRANCH.
           MOVE WINDOW-DATE     TO BCL-KEY-DATE.
           EXEC CICS READ
                     DATASET(WBBCLSDB-DD)
                     INTO(CLOSE-RECORD)
                     LENGTH(LENGTH OF CLOSE-RECORD)
                     RIDFLD(BCL-REC-KEY)
                     KEYLENGTH(LENGTH OF BCL-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           MOVE LIST-BRANCH     TO BCL-KEY-BRANCH.
           MOVE SPACES          TO BCL-KEY-DATE.

           MOVE SPACES TO CL-STATE.
           IF RESP-CODE NOT = 0 THEN
              MOVE 'OPEN' TO CL-STATE
           ELSE
              EVALUATE TRUE
                 WHEN BCL-STATUS-CLOSED
                    ADD 1 TO CLOSED-CNT
                 WHEN BCL-STATUS-FORCED
                    ADD 1 TO FORCED-CNT
                 WHEN BCL-STATUS-REOPENED
                    MOVE 'REOPENED' TO CL-STATE
                 WHEN OTHER
                    MOVE 'OPEN' TO CL-STATE
              END-EVALUATE
           END-IF.

           IF CL-STATE = SPACES
              GO TO FORMAT-ONE-BRANCH-EXIT
           END-IF.

           ADD 1 TO HOLDING-CNT.
           IF LINE-CNT < 15
              ADD 1 TO LINE-CNT
              MOVE LIST-BRANCH      TO CL-BRANCH
              MOVE LIST-BRANCH-NAME TO CL-NAME
              MOVE CLOSE-LINE       TO CLNAMO(LINE-CNT)
           END-IF.

       FORMAT-ONE-BRANCH-EXIT.
           EXIT.

      **************************************************************
      ** SEND THE REBUILT LIST TO THE TERMINAL                    **
      **************************************************************
