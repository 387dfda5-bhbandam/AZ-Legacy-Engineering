        PROGRAM-ID. BRKAGE.
      ****************************************************************
      * Daily unresolved-breaks report over the WBBRKDB-DD break     *
      * file RECONCIL, ACCTPRF and GLPROOF feed. Every open break    *
      * lists with its break id, source, amount and age in days; a   *
      * break past the escalation age (30 days by default, PARMIN-   *
      * overridable) is flagged as an escalation so an old           *
      * difference cannot fade into wallpaper. Breaks are cleared    *
      * with a resolution on the WGRVBRK screen.                     *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE BRK-DATE        TO WS-D-DATE
           MOVE BRK-SEQ         TO WS-D-SEQ
           EVALUATE TRUE
              WHEN BRK-SOURCE-RECONCIL
                 MOVE 'RECONCIL'   TO WS-D-SOURCE
              WHEN BRK-SOURCE-GLPROOF
                 MOVE 'GLPROOF '   TO WS-D-SOURCE
              WHEN OTHER
                 MOVE 'ACCTPRF '   TO WS-D-SOURCE
           END-EVALUATE
           MOVE BRK-SSN         TO WS-D-SSN
           MOVE BRK-ACCT-NUM    TO WS-D-ACCT
           MOVE BRK-AMOUNT      TO WS-D-AMOUNT
