      * opening count, the day's drawer buys and sells, ATM          *
      * replenishments and armored-car shipments, the computed       *
      * closing position and - where the custodian's declared        *
      * closing count is supplied on VDECLIN-DD, or was entered on   *
      * the WGRVBCLS branch close screen - the over/short line,      *
      * which is also written to the WBAUDTDB-DD audit file.         *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
           MOVE VLT-ARMORED-OUT   TO WS-D-ARMOUT
           MOVE WS-COMPUTED-CLOSE TO WS-D-CLOSE

      *    A VDECLIN CARD WINS; OTHERWISE THE CLOSING COUNT TAKEN ON
      *    THE WGRVBCLS BRANCH CLOSE SCREEN
           SET DCL-IDX TO 1
           SEARCH WS-DECL-ENTRY
              AT END
                 MOVE ZERO TO WS-D-OVSH
                 IF VLT-CLOSE-DECLARED
                    SET DECL-WAS-FOUND TO TRUE
                    COMPUTE WS-OVER-SHORT =
                            VLT-CLOSING-COUNT - WS-COMPUTED-CLOSE
                    MOVE WS-OVER-SHORT TO WS-D-OVSH
                 END-IF
              WHEN WS-DECL-BRANCH (DCL-IDX) = VLT-BRANCH
                 SET DECL-WAS-FOUND TO TRUE
                 COMPUTE WS-OVER-SHORT =
