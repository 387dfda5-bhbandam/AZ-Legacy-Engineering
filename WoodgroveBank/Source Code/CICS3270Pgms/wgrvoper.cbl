      ** LIMIT IS THE WHOLE-DOLLAR PER-TRANSACTION CAP (0 = NO       *
      ** CAP), AND BRANCH IS THE OPERATOR'S HOME BRANCH CODE.        *
      ** E.G.  AB1,T,YYNNNYN,5000,001                                 *
      ** THE OPID ALONE SHOWS THE OPERATOR'S ENTITLEMENTS AND ACCESS *
      ** STATUS - SUSPENDED BY THE NIGHTLY IDLE SWEEP (OPRRECRT),    *
      ** REMOVED AT RECERTIFICATION, OR REINSTATED AND BY WHOM.      *
      ** OPID,R REINSTATES A SUSPENDED OPERATOR; NO SUPERVISOR MAY   *
      ** REINSTATE THEMSELVES. A FULL COMMAND FOR A REMOVED OPERATOR *
      ** IS A NEW GRANT AND RESTORES ACCESS.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVOPER.
          05 OPR-DOLLAR-LIMIT         PIC S9(7)V99 COMP-3.
          05 OPR-BRANCH               PIC X(3).
          05 OPR-FUNC-REVEAL          PIC X(1).
          05 OPR-ACCESS-STATUS        PIC X(1).
             88 OPR-ACCESS-BARRED             VALUE 'S' 'X'.
          05 OPR-STATUS-DATE          PIC 9(8)    COMP-3.
          05 OPR-STATUS-OPID          PIC X(3).
          05 OPR-FILLER-2             PIC X(2).

       01 SUPV-RECORD.
          05 SUPV-OPID                PIC X(3).
          05 SUPV-ROLE                PIC X(1).
             88 SUPV-ROLE-SUPERVISOR          VALUE 'S'.
          05 FILLER                   PIC X(15).
          05 SUPV-ACCESS-STATUS       PIC X(1).
             88 SUPV-ACCESS-BARRED            VALUE 'S' 'X'.
          05 FILLER                   PIC X(10).

       01 CMD-OPID-TEXT               PIC X(03)   VALUE SPACES.
       01 CMD-ROLE-TEXT               PIC X(01)   VALUE SPACE.
       01 I                           PIC S9(4)   COMP.
       01 REC-EXISTS-SW               PIC X       VALUE 'N'.
          88 OPER-REC-EXISTS                      VALUE 'Y'.
       01 CMD-ACTION                  PIC X       VALUE 'P'.
          88 CMD-POST-CHANGE                      VALUE 'P'.
          88 CMD-INQUIRE                          VALUE 'I'.
          88 CMD-REINSTATE                        VALUE 'R'.
       01 UTIME                       PIC S9(15)  COMP-3.
       01 TODAY-YMD                   PIC X(8)    VALUE SPACES.
       01 TODAY-NUM                   PIC 9(8)    VALUE 0.
       01 STATUS-DATE-DISP            PIC X(10)   VALUE SPACES.
       01 STATUS-DATE-NUM             PIC 9(8)    VALUE 0.
       01 LIMIT-EDIT                  PIC Z(6)9.

       01 DONE                        PIC X       VALUE 'N'.
       01 RESP-CODE                   PIC S9(9)   COMP  VALUE +0.
                 PERFORM VALIDATE-INPUT THRU VALIDATE-INPUT-EXIT
              END-IF
              IF RET-CODE = 0 THEN
                 EVALUATE TRUE
                    WHEN CMD-INQUIRE
                       PERFORM INQUIRE-OPER THRU INQUIRE-OPER-EXIT
                    WHEN CMD-REINSTATE
                       PERFORM REINSTATE-OPER
                          THRU REINSTATE-OPER-EXIT
                    WHEN OTHER
                       PERFORM POST-OPER-CHANGE
                          THRU POST-OPER-CHANGE-EXIT
                 END-EVALUATE
              END-IF

              PERFORM FORMAT-REPLY-MSG THRU FORMAT-REPLY-MSG-EXIT

           EVALUATE RESP-CODE
              WHEN 0
                 IF NOT SUPV-ROLE-SUPERVISOR OR SUPV-ACCESS-BARRED
                    MOVE 'Entitlement maint restricted to supervisors'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(UTIME)
                                YYYYMMDD(TODAY-YMD) END-EXEC.
           MOVE TODAY-YMD TO TODAY-NUM.

           SET CMD-POST-CHANGE TO TRUE.
           IF CMD-ROLE-TEXT = SPACE AND CMD-FUNCS-TEXT = SPACES
              SET CMD-INQUIRE TO TRUE
              MOVE 0 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.
           IF CMD-ROLE-TEXT = 'R' AND CMD-FUNCS-TEXT = SPACES
              SET CMD-REINSTATE TO TRUE
              MOVE 0 TO RET-CODE
              GO TO VALIDATE-INPUT-EXIT
           END-IF.

           IF CMD-ROLE-TEXT NOT = 'S' AND CMD-ROLE-TEXT NOT = 'T' THEN
              MOVE 'Role must be S or T' TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
           MOVE CMD-LIMIT-NUM       TO OPR-DOLLAR-LIMIT.
           MOVE CMD-BRANCH-TEXT     TO OPR-BRANCH.

      *    A NEW OPERATOR, OR A GRANT TO ONE REMOVED AT
      *    RECERTIFICATION, STARTS ACTIVE FROM TODAY - THE DATE ALSO
      *    GIVES THE IDLE SWEEP ITS STARTING POINT. A SUSPENSION
      *    STANDS UNTIL AN EXPLICIT REINSTATEMENT.
           IF NOT OPER-REC-EXISTS OR OPR-ACCESS-STATUS = 'X'
              OR OPR-STATUS-DATE IS NOT NUMERIC
              MOVE SPACE          TO OPR-ACCESS-STATUS
              MOVE TODAY-NUM      TO OPR-STATUS-DATE
              MOVE EIBOPID        TO OPR-STATUS-OPID
              MOVE SPACES         TO OPR-FILLER-2
           END-IF.

           IF OPER-REC-EXISTS THEN
              EXEC CICS REWRITE
                        DATASET(WBOPERDB-DD)
           END-IF.

           MOVE 'Entitlement change posted' TO GDNMSG1O.
           PERFORM FORMAT-ACCESS-STATUS THRU FORMAT-ACCESS-STATUS-EXIT.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Entitlements for ' DELIMITED SIZE
       POST-OPER-CHANGE-EXIT.
           EXIT.

      **************************************************************
      ** SHOW AN OPERATOR'S ENTITLEMENTS AND ACCESS STATUS         **
      **************************************************************
       INQUIRE-OPER.
           MOVE CMD-OPID-TEXT TO OPR-KEY-OPID.
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
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Operator not on the entitlement file'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO INQUIRE-OPER-EXIT
              WHEN OTHER
                 GO TO POST-OPER-CHANGE-ERROR
           END-EVALUATE.

           MOVE OPR-DOLLAR-LIMIT TO LIMIT-EDIT.
           MOVE SPACES TO GDNMSG1O.
           STRING OPR-OPID         DELIMITED SIZE
                  ' role '         DELIMITED SIZE
                  OPR-ROLE         DELIMITED SIZE
                  ' flags '        DELIMITED SIZE
                  OPR-FUNC-CLOSE   DELIMITED SIZE
                  OPR-FUNC-ADJUST  DELIMITED SIZE
                  OPR-FUNC-APPROVE DELIMITED SIZE
                  OPR-FUNC-REVERSE DELIMITED SIZE
                  OPR-FUNC-RATEMAINT DELIMITED SIZE
                  OPR-FUNC-HOLD    DELIMITED SIZE
                  OPR-FUNC-REVEAL  DELIMITED SIZE
                  ' limit '        DELIMITED SIZE
                  LIMIT-EDIT       DELIMITED SIZE
                  ' branch '       DELIMITED SIZE
                  OPR-BRANCH       DELIMITED SIZE
                  INTO GDNMSG1O
           END-STRING.
           PERFORM FORMAT-ACCESS-STATUS THRU FORMAT-ACCESS-STATUS-EXIT.

       INQUIRE-OPER-EXIT.
           EXIT.

      **************************************************************
      ** REINSTATE AN OPERATOR THE IDLE SWEEP SUSPENDED. THE DATE  **
      ** RESTARTS THE OPERATOR'S IDLE CLOCK AND THE REINSTATING    **
      ** SUPERVISOR IS KEPT ON THE RECORD.                         **
      **************************************************************
       REINSTATE-OPER.
           IF CMD-OPID-TEXT = EIBOPID
              MOVE 'You may not reinstate your own operator ID'
                                                         TO GDNMSG1O
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO REINSTATE-OPER-EXIT
           END-IF.

           MOVE CMD-OPID-TEXT TO OPR-KEY-OPID.
           EXEC CICS READ
                     DATASET(WBOPERDB-DD)
                     INTO(OPERATOR-RECORD)
                     LENGTH(LENGTH OF OPERATOR-RECORD)
                     RIDFLD(OPR-REC-KEY)
                     KEYLENGTH(LENGTH OF OPR-REC-KEY)
                     RESP(RESP-CODE)
                     UPDATE
           END-EXEC.
           EVALUATE RESP-CODE
              WHEN 0
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'Operator not on the entitlement file'
                                                         TO GDNMSG1O
                 MOVE SPACES TO GDNMSG2O
                 MOVE 1 TO RET-CODE
                 GO TO REINSTATE-OPER-EXIT
              WHEN OTHER
                 GO TO POST-OPER-CHANGE-ERROR
           END-EVALUATE.

           IF OPR-ACCESS-STATUS NOT = 'S'
              EXEC CICS UNLOCK DATASET(WBOPERDB-DD)
                               NOHANDLE END-EXEC
              IF OPR-ACCESS-STATUS = 'X'
                 MOVE 'Removed operator - enter a full new grant'
                                                         TO GDNMSG1O
              ELSE
                 MOVE 'Operator is not suspended' TO GDNMSG1O
              END-IF
              MOVE SPACES TO GDNMSG2O
              MOVE 1 TO RET-CODE
              GO TO REINSTATE-OPER-EXIT
           END-IF.

           MOVE 'R'       TO OPR-ACCESS-STATUS.
           MOVE TODAY-NUM TO OPR-STATUS-DATE.
           MOVE EIBOPID   TO OPR-STATUS-OPID.
           EXEC CICS REWRITE
                     DATASET(WBOPERDB-DD)
                     FROM(OPERATOR-RECORD)
                     LENGTH(LENGTH OF OPERATOR-RECORD)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = 0 THEN
              GO TO POST-OPER-CHANGE-ERROR
           END-IF.

           MOVE 'Operator reinstated' TO GDNMSG1O.
           PERFORM FORMAT-ACCESS-STATUS THRU FORMAT-ACCESS-STATUS-EXIT.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Operator '        DELIMITED SIZE
                  CMD-OPID-TEXT      DELIMITED SIZE
                  ' reinstated by '  DELIMITED SIZE
                  EIBOPID            DELIMITED SIZE
                  INTO LOG-MSG-BUFFER
           END-STRING.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.

       REINSTATE-OPER-EXIT.
           EXIT.

      **************************************************************
      ** DESCRIBE THE OPERATOR'S ACCESS STATUS ON MESSAGE LINE 2   **
      **************************************************************
       FORMAT-ACCESS-STATUS.
           MOVE SPACES TO GDNMSG2O STATUS-DATE-DISP.
           IF OPR-STATUS-DATE IS NUMERIC
              MOVE OPR-STATUS-DATE TO STATUS-DATE-NUM
              IF STATUS-DATE-NUM > 0
                 STRING STATUS-DATE-NUM(1:4) '-'
                        STATUS-DATE-NUM(5:2) '-'
                        STATUS-DATE-NUM(7:2) DELIMITED SIZE
                        INTO STATUS-DATE-DISP
                 END-STRING
              END-IF
           END-IF.

           EVALUATE OPR-ACCESS-STATUS
              WHEN 'S'
                 STRING 'SUSPENDED ' DELIMITED SIZE
                        STATUS-DATE-DISP DELIMITED SIZE
                        ' - NO AUDITED ACTIVITY' DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN 'X'
                 STRING 'REMOVED AT RECERTIFICATION ' DELIMITED SIZE
                        STATUS-DATE-DISP DELIMITED SIZE
                        ' BY ' DELIMITED SIZE
                        OPR-STATUS-OPID DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN 'R'
                 STRING 'REINSTATED ' DELIMITED SIZE
                        STATUS-DATE-DISP DELIMITED SIZE
                        ' BY ' DELIMITED SIZE
                        OPR-STATUS-OPID DELIMITED SIZE
                        INTO GDNMSG2O
                 END-STRING
              WHEN OTHER
                 MOVE 'ACTIVE' TO GDNMSG2O
           END-EVALUATE.

       FORMAT-ACCESS-STATUS-EXIT.
           EXIT.

      *****************************************************************
      *  WRITE A MESSAGE OUT TO A CICS TRANSIENT DATA QUEUE           *
      *****************************************************************
