      * operator with drawer activity on WBDRAWDB-DD for the run     *
      * date, the report shows cash in, cash out, transaction count, *
      * the computed net position and - where a declared close-out   *
      * count for the operator is supplied on DECLIN-DD, or was      *
      * taken on the WGRVBCLS branch close screen - the over/short   *
      * line, which is also written to the WBAUDTDB-DD audit file.   *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
           MOVE WS-NET-AMOUNT TO WS-D-NET
           MOVE DRW-TXN-COUNT TO WS-D-COUNT

      *    A DECLIN CARD WINS; OTHERWISE THE COUNT THE SUPERVISOR
      *    TOOK ON THE WGRVBCLS BRANCH CLOSE SCREEN
           SET DCL-IDX TO 1
           SEARCH WS-DECL-ENTRY
              AT END
                 MOVE ZERO TO WS-D-DECL WS-D-OVSH
                 IF DRW-COUNT-DECLARED
                    SET DECL-WAS-FOUND TO TRUE
                    MOVE DRW-DECLARED-AMT TO WS-D-DECL
                    COMPUTE WS-OVER-SHORT =
                            DRW-DECLARED-AMT - WS-NET-AMOUNT
                    MOVE WS-OVER-SHORT TO WS-D-OVSH
                 END-IF
              WHEN WS-DECL-OPID (DCL-IDX) = DRW-OPID
                 SET DECL-WAS-FOUND TO TRUE
                 MOVE WS-DECL-AMOUNT (DCL-IDX) TO WS-D-DECL
