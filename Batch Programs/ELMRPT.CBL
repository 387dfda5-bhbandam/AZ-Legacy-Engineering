      * top client user IDs, with a trend line against the prior     *
      * run's total (carried between runs through PRIORSUM-DD /      *
      * CURRSUM-DD the same way RECONCIL carries its balance         *
      * forward). Requests MSCMTICS refused under the WBTILMDB       *
      * client limits are listed by user, split by the limit hit.    *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
              88 ERL-STATUS-OK                  VALUE 'S'.
              88 ERL-STATUS-INVALID             VALUE 'I'.
              88 ERL-STATUS-ABEND               VALUE 'A'.
              88 ERL-STATUS-THROTTLED           VALUE 'T'.
           05 ERL-DURATION               PIC S9(8) COMP-3.
           05 ERL-DATE                   PIC X(10).
           05 ERL-TIME                   PIC X(8).
           05 ERL-USERID                 PIC X(8).
           05 ERL-THROTTLE-REASON        PIC X.
              88 ERL-THROTTLED-RATE             VALUE 'R'.
              88 ERL-THROTTLED-IN-FLIGHT        VALUE 'F'.
           05 FILLER                     PIC X(2).

       FD  PRIORSUM-FILE
           RECORD CONTAINS 30.
              10 WS-P-INV      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(09)  VALUE '  ABEND: '.
              10 WS-P-ABN      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(09)  VALUE '  THROT: '.
              10 WS-P-THR      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(49)  VALUE SPACES.

           05 WS-SECTION-HOUR.
              10 FILLER        PIC X(33)  VALUE
              10 WS-U-COUNT    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(111) VALUE SPACES.

           05 WS-SECTION-THROTTLE.
              10 FILLER        PIC X(33)  VALUE
                                    'CLIENTS THROTTLED BY LIMITS'.
              10 FILLER        PIC X(99)  VALUE SPACES.

           05 WS-THROTTLE-LINE.
              10 WS-R-USER     PIC X(10).
              10 WS-R-COUNT    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'PER-MINUTE: '.
              10 WS-R-RATE     PIC ZZZ,ZZ9.
              10 FILLER        PIC X(13)  VALUE '  IN-FLIGHT: '.
              10 WS-R-FLIGHT   PIC ZZZ,ZZ9.
              10 FILLER        PIC X(67)  VALUE SPACES.

           05 WS-NO-THROTTLE-LINE.
              10 FILLER        PIC X(33)  VALUE
                                    'NO CLIENTS WERE THROTTLED'.
              10 FILLER        PIC X(99)  VALUE SPACES.

           05 WS-TREND-LINE.
              10 FILLER        PIC X(26)  VALUE
                                    'TOTAL REQUESTS THIS RUN : '.
              10 WS-PGM-OK             PIC 9(09)  COMP.
              10 WS-PGM-INV            PIC 9(09)  COMP.
              10 WS-PGM-ABN            PIC 9(09)  COMP.
              10 WS-PGM-THR            PIC 9(09)  COMP.

       01  WS-HOUR-TABLE.
           05 WS-HOUR-ENTRY OCCURS 24 TIMES
              10 WS-USER-ID            PIC X(08).
              10 WS-USER-TOTAL         PIC 9(09)  COMP.

       01  WS-THROTTLE-TABLE.
           05 WS-THR-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-THR-ENTRY OCCURS 50 TIMES
                           INDEXED BY THR-IDX.
              10 WS-THR-USER           PIC X(08).
              10 WS-THR-TOTAL          PIC 9(09)  COMP.
              10 WS-THR-RATE           PIC 9(09)  COMP.
              10 WS-THR-FLIGHT         PIC 9(09)  COMP.

       01  WS-VARS.
           05 WS-TOTAL-REQS            PIC 9(09)     VALUE ZERO.
           05 WS-PRIOR-TOTAL           PIC 9(09)     VALUE ZERO.
           PERFORM 2500-PRINT-PGM-SECTION  THRU 2500-EXIT
           PERFORM 2600-PRINT-HOUR-SECTION THRU 2600-EXIT
           PERFORM 2700-PRINT-USER-SECTION THRU 2700-EXIT
           PERFORM 2750-PRINT-THROTTLE-SECTION THRU 2750-EXIT
           PERFORM 2800-PRINT-TREND        THRU 2800-EXIT
           PERFORM 2900-CARRY-FORWARD      THRU 2900-EXIT

              PERFORM 2100-TALLY-PROGRAM THRU 2100-EXIT
              PERFORM 2200-TALLY-HOUR    THRU 2200-EXIT
              PERFORM 2300-TALLY-USER    THRU 2300-EXIT
              IF ERL-STATUS-THROTTLED
                 PERFORM 2400-TALLY-THROTTLE THRU 2400-EXIT
              END-IF
           END-IF
           .
       2000-EXIT.
                                 WS-PGM-OK (PGM-IDX)
                                 WS-PGM-INV (PGM-IDX)
                                 WS-PGM-ABN (PGM-IDX)
                                 WS-PGM-THR (PGM-IDX)
                    PERFORM 2110-BUMP-PROGRAM THRU 2110-EXIT
                 END-IF
              WHEN WS-PGM-NAME (PGM-IDX) = ERL-PROGRAM
              WHEN ERL-STATUS-OK      ADD 1 TO WS-PGM-OK (PGM-IDX)
              WHEN ERL-STATUS-INVALID ADD 1 TO WS-PGM-INV (PGM-IDX)
              WHEN ERL-STATUS-ABEND   ADD 1 TO WS-PGM-ABN (PGM-IDX)
              WHEN ERL-STATUS-THROTTLED
                                      ADD 1 TO WS-PGM-THR (PGM-IDX)
              WHEN OTHER              CONTINUE
           END-EVALUATE
           .
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-TALLY-THROTTLE.
           MOVE '2400-TALLY-THROTTLE' TO ERR-LOC

           SET THR-IDX TO 1
           SEARCH WS-THR-ENTRY
              AT END
                 IF WS-THR-COUNT < 50
                    ADD 1 TO WS-THR-COUNT
                    SET THR-IDX TO WS-THR-COUNT
                    MOVE ERL-USERID TO WS-THR-USER (THR-IDX)
                    MOVE ZERO TO WS-THR-TOTAL (THR-IDX)
                                 WS-THR-RATE (THR-IDX)
                                 WS-THR-FLIGHT (THR-IDX)
                    PERFORM 2410-BUMP-THROTTLE THRU 2410-EXIT
                 END-IF
              WHEN WS-THR-USER (THR-IDX) = ERL-USERID
                 PERFORM 2410-BUMP-THROTTLE THRU 2410-EXIT
           END-SEARCH
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-BUMP-THROTTLE.
           ADD 1 TO WS-THR-TOTAL (THR-IDX)
           EVALUATE TRUE
              WHEN ERL-THROTTLED-RATE
                   ADD 1 TO WS-THR-RATE (THR-IDX)
              WHEN ERL-THROTTLED-IN-FLIGHT
                   ADD 1 TO WS-THR-FLIGHT (THR-IDX)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-PRINT-PGM-SECTION.
           MOVE '2500-PRINT-PGM-SECTION' TO ERR-LOC
           MOVE WS-PGM-OK (PGM-IDX)    TO WS-P-OK
           MOVE WS-PGM-INV (PGM-IDX)   TO WS-P-INV
           MOVE WS-PGM-ABN (PGM-IDX)   TO WS-P-ABN
           MOVE WS-PGM-THR (PGM-IDX)   TO WS-P-THR
           WRITE RPT-OP-FIELDS FROM WS-PGM-LINE
           .
       2510-EXIT.
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2750-PRINT-THROTTLE-SECTION.
           MOVE '2750-PRINT-THROTTLE-SECTION' TO ERR-LOC

           WRITE RPT-OP-FIELDS FROM WS-SECTION-THROTTLE
           IF WS-THR-COUNT = ZERO
              WRITE RPT-OP-FIELDS FROM WS-NO-THROTTLE-LINE
           END-IF
           PERFORM 2760-PRINT-ONE-THROTTLE THRU 2760-EXIT
              VARYING THR-IDX FROM 1 BY 1
              UNTIL THR-IDX > WS-THR-COUNT
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2750-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2760-PRINT-ONE-THROTTLE.
           MOVE WS-THR-USER (THR-IDX)   TO WS-R-USER
           MOVE WS-THR-TOTAL (THR-IDX)  TO WS-R-COUNT
           MOVE WS-THR-RATE (THR-IDX)   TO WS-R-RATE
           MOVE WS-THR-FLIGHT (THR-IDX) TO WS-R-FLIGHT
           WRITE RPT-OP-FIELDS FROM WS-THROTTLE-LINE
           .
       2760-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2800-PRINT-TREND.
           MOVE '2800-PRINT-TREND' TO ERR-LOC
