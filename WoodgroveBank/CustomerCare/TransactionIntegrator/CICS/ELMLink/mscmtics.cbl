             88 ERL-STATUS-OK                      VALUE 'S'.
             88 ERL-STATUS-INVALID                 VALUE 'I'.
             88 ERL-STATUS-ABEND                   VALUE 'A'.
             88 ERL-STATUS-THROTTLED               VALUE 'T'.
          05 ERL-DURATION                   PIC S9(8) COMP-3.
          05 ERL-DATE                       PIC X(10).
          05 ERL-TIME                       PIC X(8).
          05 ERL-USERID                     PIC X(8).
      *   WHICH LIMIT A THROTTLED REQUEST HIT - SEE CHECK-CLIENT-LIMITS
          05 ERL-THROTTLE-REASON            PIC X.
             88 ERL-THROTTLED-RATE                 VALUE 'R'.
             88 ERL-THROTTLED-IN-FLIGHT            VALUE 'F'.
          05 FILLER                         PIC X(2).
       01 ERL-UTIME                         PIC S9(15) COMP-3.

       01 LINK-START-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          05 CTL-INVALID-COUNT              PIC S9(8) COMP.
          05 CTL-ABEND-COUNT                PIC S9(8) COMP.
          05 CTL-AUTHFAIL-COUNT             PIC S9(8) COMP.
          05 CTL-THROTTLE-COUNT             PIC S9(8) COMP.
       01 CONTROL-FOUND-SW                  PIC X    VALUE 'N'.
          88 CONTROL-REC-FOUND                      VALUE 'Y'.
       01 ACTIVE-COUNTED-SW                 PIC X    VALUE 'N'.
          05 SRT-ABEND                      PIC 9(6).
          05 FILLER                         PIC X(9) VALUE ' AUTHERR='.
          05 SRT-AUTHERR                    PIC 9(6).
          05 FILLER                         PIC X(11) VALUE
                                            ' THROTTLED='.
          05 SRT-THROTTLED                  PIC 9(6).

      *****************************************************************
      *  CLIENT REQUEST ID FILE (WBTIRQDB) - THE POSTING PROGRAMS     *
      *  BELOW CARRY A CLIENT-ASSIGNED REQUEST ID AT THE END OF THEIR *
      *  COMMAREA, SO A DESKTOP THAT TIMES OUT AND SENDS THE SAME     *
      *  REQUEST AGAIN DOES NOT POST IT TWICE. THE FIRST CALL WRITES  *
      *  AN IN-FLIGHT ENTRY KEYED BY USER/PROGRAM/REQUEST ID BEFORE   *
      *  THE LINK AND STORES THE REPLY WHEN THE PROGRAM RETURNS. A    *
      *  REPEAT OF A COMPLETED REQUEST GETS THAT REPLY BACK WITHOUT   *
      *  A LINK; A REPEAT OF ONE STILL IN FLIGHT, OR OF ONE WHOSE     *
      *  PROGRAM ABENDED, IS REFUSED IN THE COMMAREA ERROR BLOCK.     *
      *  NO ID (OLDER DESKTOP BUILDS) MEANS NO GUARD. THE FILE ONLY   *
      *  NEEDS A SHORT HORIZON - TIRPURGE CLEARS OLD ENTRIES NIGHTLY. *
      *  REQID-OFFSET IS WHERE THE ID SITS IN THE PROGRAM'S COMMAREA: *
      *  THE 256-BYTE SCRATCH PAD, THE 420-BYTE METADATA/ERROR BLOCK, *
      *  THEN THE PROGRAM'S OWN REQUEST FIELDS.                       *
      *****************************************************************
       01 REQID-PROGRAM-TABLE.
          05 FILLER                         PIC X(12) VALUE
                                            'WTIXFER 0739'.
          05 FILLER                         PIC X(12) VALUE
                                            'WTISTO  0752'.
          05 FILLER                         PIC X(12) VALUE
                                            'WTICLSA 0696'.
       01 FILLER REDEFINES REQID-PROGRAM-TABLE.
          05 REQID-PROGRAM-ENTRY OCCURS 3 TIMES
                                 INDEXED BY REQID-IDX.
             10 REQID-PROGRAM               PIC X(8).
             10 REQID-OFFSET                PIC 9(4).
       01 REQID-STATE                       PIC X    VALUE 'N'.
          88 REQID-NOT-GUARDED                       VALUE 'N'.
          88 REQID-IS-GUARDED                        VALUE 'G'.
          88 REQID-WAS-ANSWERED                      VALUE 'R' 'F'.
       01 REQID-NEW-STATUS                  PIC X    VALUE SPACE.
       01 REQID-AT-BYTE                     PIC S9(8) COMP VALUE 0.
       01 REQID-REPLY-LEN                   PIC S9(8) COMP VALUE 0.
       01 REQID-REPLY-AT-BYTE               PIC S9(8) COMP VALUE 257.
       01 REQID-ERRBLK-AT-BYTE              PIC S9(8) COMP VALUE 413.
       01 REQID-UTIME                       PIC S9(15) COMP-3.
       01 WBTIRQDB-DD                       PIC X(8) VALUE 'WBTIRQDB'.
       01 TIRQ-REC-KEY.
          05 TIRQ-KEY-USERID                PIC X(8)  VALUE SPACES.
          05 TIRQ-KEY-PROGRAM               PIC X(8)  VALUE SPACES.
          05 TIRQ-KEY-REQ-ID                PIC X(16) VALUE SPACES.
       01 TIRQ-RECORD.
          05 TIRQ-USERID                    PIC X(8).
          05 TIRQ-PROGRAM                   PIC X(8).
          05 TIRQ-REQ-ID                    PIC X(16).
          05 TIRQ-STATUS                    PIC X(1).
             88 TIRQ-IN-FLIGHT                       VALUE 'P'.
             88 TIRQ-COMPLETE                        VALUE 'C'.
             88 TIRQ-ABENDED                         VALUE 'A'.
          05 TIRQ-DATE                      PIC X(10).
          05 TIRQ-TIME                      PIC X(8).
          05 TIRQ-REPLY-LEN                 PIC S9(4) COMP.
          05 TIRQ-REPLY                     PIC X(512).
          05 FILLER                         PIC X(5).
      *  OVERLAYS SRETURNERRORTOCLIENT THROUGH BSTRHELPSTRING IN THE
      *  CALLER'S METADATA BLOCK WHEN A REPEAT IS REFUSED
       01 REQID-ERROR-BLOCK.
          05 REB-RETURN-ERROR               PIC 9(4) COMP VALUE 1.
          05 REB-ERROR-CODE                 PIC 9(4) COMP VALUE 0.
          05 REB-HELP-CONTEXT               PIC 9(9) COMP VALUE 0.
          05 REB-HELP-STRING                PIC X(256) VALUE SPACES.

      *****************************************************************
      *  CLIENT LIMITS FILE (WBTILMDB) - KEYED BY CID-USERID, WITH    *
      *  THE MOST REQUESTS THE CLIENT MAY SEND IN ONE CLOCK MINUTE    *
      *  AND THE MOST LINKS IT MAY HAVE IN FLIGHT AT ONCE (ZERO       *
      *  MEANS NO LIMIT). A USER WITHOUT AN ENTRY FALLS BACK TO THE   *
      *  '*DEFAULT' ENTRY; WITH NEITHER, THE CLIENT IS NOT LIMITED.   *
      *  EACH CLIENT'S RUNNING USAGE IS KEPT IN ITS OWN MSCMLIM       *
      *  TEMP-STORAGE QUEUE, UPDATED UNDER AN ENQ ON THE QUEUE NAME.  *
      *  THE ENHANCED LISTENER CHECKS THE LIMITS BEFORE EVERY LINK; A *
      *  REQUEST OVER EITHER ONE IS NOT LINKED - IT GETS A THROTTLED  *
      *  ERROR IN THE COMMAREA METADATA BLOCK AND AN ELMT LOG ENTRY   *
      *  WITH STATUS 'T' FOR ELMRPT. THE HEARTBEAT AND OPERATOR       *
      *  CONTROL REQUESTS ARE NEVER LIMITED. AN IN-FLIGHT COUNT LEFT  *
      *  BEHIND BY A TASK THAT DIED MID-LINK IS DROPPED ONCE THE      *
      *  CLIENT HAS BEEN IDLE FOR LIM-STALE-MSECS.                    *
      *****************************************************************
       01 WBTILMDB-DD                       PIC X(8) VALUE 'WBTILMDB'.
       01 LIM-DEFAULT-USERID                PIC X(8) VALUE '*DEFAULT'.
       01 LIM-REC-KEY.
          05 LIM-KEY-USERID                 PIC X(8) VALUE SPACES.
       01 LIMITS-RECORD.
          05 LIM-USERID                     PIC X(8).
          05 LIM-MAX-PER-MINUTE             PIC 9(5).
          05 LIM-MAX-IN-FLIGHT              PIC 9(3).
          05 FILLER                         PIC X(16).
       01 LIM-USAGE-QNAME.
          05 FILLER                         PIC X(8) VALUE 'MSCMLIM '.
          05 LIM-USAGE-USERID               PIC X(8) VALUE SPACES.
       01 LIM-USAGE-ITEM                    PIC S9(4) COMP VALUE 1.
       01 LIM-USAGE-LEN                     PIC S9(4) COMP VALUE 0.
       01 LIM-USAGE-RECORD.
          05 LIM-USE-MINUTE                 PIC S9(15) COMP-3.
          05 LIM-USE-MINUTE-COUNT           PIC S9(8) COMP.
          05 LIM-USE-IN-FLIGHT              PIC S9(8) COMP.
          05 LIM-USE-LAST-ABSTIME           PIC S9(15) COMP-3.
       01 LIM-USAGE-FOUND-SW                PIC X    VALUE 'N'.
          88 LIM-USAGE-FOUND                         VALUE 'Y'.
       01 LIM-NOW-ABSTIME                   PIC S9(15) COMP-3 VALUE 0.
       01 LIM-THIS-MINUTE                   PIC S9(15) COMP-3 VALUE 0.
       01 LIM-STALE-MSECS                   PIC S9(15) COMP-3
                                            VALUE 600000.
       01 LIM-STATE                         PIC X    VALUE 'N'.
          88 LIM-NOT-COUNTED                         VALUE 'N'.
          88 LIM-IS-COUNTED                          VALUE 'C'.
          88 LIM-WAS-THROTTLED                       VALUE 'R' 'F'.
          88 LIM-THROTTLED-RATE                      VALUE 'R'.
          88 LIM-THROTTLED-IN-FLIGHT                 VALUE 'F'.


      *****************************************************************
                      END-IF

                 WHEN SS-LINK-TO-USERPROG
                      PERFORM CHECK-CLIENT-LIMITS THRU
                              CHECK-CLIENT-LIMITS-EXIT
                      PERFORM LINK-TO-USERPROG THRU
                              LINK-TO-USERPROG-EXIT
                      IF LIM-IS-COUNTED THEN
                         PERFORM RELEASE-CLIENT-LIMITS THRU
                                 RELEASE-CLIENT-LIMITS-EXIT
                      END-IF
                      IF CHILD-SERVER-ERROR < 0 THEN
                         MOVE SS-CLOSE-SOCKET TO NEXT-STATE
                      ELSE

           EXEC CICS ASKTIME ABSTIME(LINK-START-ABSTIME) END-EXEC.

           IF LIM-WAS-THROTTLED THEN
              PERFORM BUILD-THROTTLE-REPLY THRU
                      BUILD-THROTTLE-REPLY-EXIT
           ELSE
              PERFORM CHECK-CLIENT-REQ-ID THRU
                      CHECK-CLIENT-REQ-ID-EXIT
           END-IF.

           IF REQID-WAS-ANSWERED OR LIM-WAS-THROTTLED THEN
      *********************************************************
      *****   A REPEAT OF A GUARDED POSTING REQUEST, OR A     *
      *****   CLIENT OVER ITS LIMITS - THE ORIGINAL REPLY OR  *
      *****   THE REFUSAL IS ALREADY IN THE COMMAREA AND      *
      *****   NOTHING IS LINKED TO                            *
      *********************************************************
              IF CID-VERSION-1 OR
                (CID-VERSION-2 AND PT-NONE) THEN
                 MOVE COMMAREA-BUF-BYTE-INDEX TO BUF-BYTE-INDEX
              ELSE
                 IF LISTENER-WAS-STANDARD THEN
                    COMPUTE BUF-BYTE-INDEX = COMMAREA-BUF-BYTE-INDEX +
                                        LENGTH OF TCP-BUF-TRMREPLY-LEN
                 ELSE
                    COMPUTE BUF-BYTE-INDEX = COMMAREA-BUF-BYTE-INDEX
                 END-IF
                 PERFORM BUILD-STATUS-EXECUTION-OK THRU
                         BUILD-STATUS-EXECUTION-OK-EXIT
              END-IF

              EXEC CICS ASKTIME ABSTIME(LINK-END-ABSTIME) END-EXEC
              COMPUTE ERL-DURATION =
                      LINK-END-ABSTIME - LINK-START-ABSTIME
              MOVE CID-LINK-TO-PROG TO ERL-PROGRAM
              IF LIM-WAS-THROTTLED THEN
                 SET ERL-STATUS-THROTTLED TO TRUE
                 MOVE LIM-STATE TO ERL-THROTTLE-REASON
              ELSE
                 SET ERL-STATUS-OK TO TRUE
              END-IF
              PERFORM WRITE-ELM-REQ-LOG

           ELSE IF CID-LINK-TO-PROG = HEARTBEAT-PROGRAM-NAME OR
              CID-LINK-TO-PROG = DRAIN-PROGRAM-NAME OR
              CID-LINK-TO-PROG = RESUME-PROGRAM-NAME OR
              CID-LINK-TO-PROG = STATS-PROGRAM-NAME THEN
              PERFORM WRITE-ELM-REQ-LOG
           END-IF.

           IF REQID-IS-GUARDED THEN
              MOVE 'C' TO REQID-NEW-STATUS
              PERFORM SAVE-CLIENT-REQ-ID THRU SAVE-CLIENT-REQ-ID-EXIT
           END-IF.

           MOVE TP-LINKTO-2 TO TRACE-ID.
           PERFORM TRACE-POINTS THRU TRACE-POINTS-EXIT.

           SET ERL-STATUS-ABEND TO TRUE.
           PERFORM WRITE-ELM-REQ-LOG.

           IF REQID-IS-GUARDED THEN
              MOVE 'A' TO REQID-NEW-STATUS
              PERFORM SAVE-CLIENT-REQ-ID THRU SAVE-CLIENT-REQ-ID-EXIT
           END-IF.

           GO TO LINK-TO-USERPROG-EXIT.

       LINK-TO-USERPROG-ABEND-NPTRM.
           SET ERL-STATUS-ABEND TO TRUE.
           PERFORM WRITE-ELM-REQ-LOG.

           IF REQID-IS-GUARDED THEN
              MOVE 'A' TO REQID-NEW-STATUS
              PERFORM SAVE-CLIENT-REQ-ID THRU SAVE-CLIENT-REQ-ID-EXIT
           END-IF.

           GO TO LINK-TO-USERPROG-EXIT.

       LINK-TO-USERPROG-INVALID.
           SET ERL-STATUS-INVALID TO TRUE.
           PERFORM WRITE-ELM-REQ-LOG.

           IF REQID-IS-GUARDED THEN
              PERFORM DROP-CLIENT-REQ-ID THRU DROP-CLIENT-REQ-ID-EXIT
           END-IF.

           GO TO LINK-TO-USERPROG-EXIT.

       LINK-TO-USERPROG-INVALID-NPTRM.
           SET ERL-STATUS-INVALID TO TRUE.
           PERFORM WRITE-ELM-REQ-LOG.

           IF REQID-IS-GUARDED THEN
              PERFORM DROP-CLIENT-REQ-ID THRU DROP-CLIENT-REQ-ID-EXIT
           END-IF.

           GO TO LINK-TO-USERPROG-EXIT.

       LINK-TO-USERPROG-EXIT.
                 MOVE CTL-INVALID-COUNT   TO SRT-INVALID
                 MOVE CTL-ABEND-COUNT     TO SRT-ABEND
                 MOVE CTL-AUTHFAIL-COUNT  TO SRT-AUTHERR
                 MOVE CTL-THROTTLE-COUNT  TO SRT-THROTTLED
                 PERFORM MOVE-REPLY-STATS THRU MOVE-REPLY-STATS-EXIT
              WHEN OTHER
                 PERFORM MOVE-REPLY-ALIVE THRU MOVE-REPLY-ALIVE-EXIT
       MOVE-REPLY-STATS-EXIT.
           EXIT.

      *****************************************************************
      *  LOOK UP THE CLIENT REQUEST ID OF A GUARDED POSTING REQUEST.  *
      *  A NEW ID IS RECORDED IN FLIGHT BEFORE THE LINK (THE WRITE    *
      *  ALSO SETTLES A RACE BETWEEN TWO COPIES OF THE SAME REQUEST - *
      *  THE LOSER GETS DUPREC). A KNOWN ID IS ANSWERED HERE. IF THE  *
      *  FILE CANNOT BE USED THE REQUEST GOES THROUGH UNGUARDED, AS   *
      *  IT DID BEFORE THE FILE EXISTED, AND THE FAILURE IS LOGGED.   *
      *****************************************************************
       CHECK-CLIENT-REQ-ID.
           MOVE 'N' TO REQID-STATE.
           MOVE 0   TO REQID-AT-BYTE.
           PERFORM VARYING REQID-IDX FROM 1 BY 1
                   UNTIL REQID-IDX > 3 OR REQID-AT-BYTE > 0
              IF REQID-PROGRAM (REQID-IDX) = CID-LINK-TO-PROG
                 MOVE REQID-OFFSET (REQID-IDX) TO REQID-AT-BYTE
              END-IF
           END-PERFORM.
           IF REQID-AT-BYTE = 0 THEN
              GO TO CHECK-CLIENT-REQ-ID-EXIT
           END-IF.

      *    OLDER DESKTOP BUILDS SEND A SHORTER COMMAREA OR NO ID
           IF CALLING-COMMAREA-LEN <
              REQID-AT-BYTE + LENGTH OF TIRQ-KEY-REQ-ID - 1 THEN
              GO TO CHECK-CLIENT-REQ-ID-EXIT
           END-IF.
           COMPUTE REQID-REPLY-LEN =
                   CALLING-COMMAREA-LEN - REQID-REPLY-AT-BYTE + 1.
           IF REQID-REPLY-LEN > LENGTH OF TIRQ-REPLY THEN
              GO TO CHECK-CLIENT-REQ-ID-EXIT
           END-IF.
           MOVE COMMAREA-DATA(REQID-AT-BYTE:LENGTH OF TIRQ-KEY-REQ-ID)
             TO TIRQ-KEY-REQ-ID.
           IF TIRQ-KEY-REQ-ID = SPACES OR TIRQ-KEY-REQ-ID = LOW-VALUES
              GO TO CHECK-CLIENT-REQ-ID-EXIT
           END-IF.
           MOVE CID-USERID       TO TIRQ-KEY-USERID.
           MOVE CID-LINK-TO-PROG TO TIRQ-KEY-PROGRAM.

           MOVE TIRQ-REC-KEY TO TIRQ-RECORD.
           MOVE 'P'    TO TIRQ-STATUS.
           MOVE 0      TO TIRQ-REPLY-LEN.
           MOVE SPACES TO TIRQ-REPLY.
           EXEC CICS ASKTIME ABSTIME(REQID-UTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(REQID-UTIME)
                                YYYYMMDD(TIRQ-DATE)
                                DATESEP('-')
                                TIME(TIRQ-TIME)
                                TIMESEP(':')
                                END-EXEC.
           EXEC CICS WRITE
                     DATASET(WBTIRQDB-DD)
                     FROM(TIRQ-RECORD)
                     LENGTH(LENGTH OF TIRQ-RECORD)
                     RIDFLD(TIRQ-REC-KEY)
                     KEYLENGTH(LENGTH OF TIRQ-REC-KEY)
                     RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL) THEN
              SET REQID-IS-GUARDED TO TRUE
              GO TO CHECK-CLIENT-REQ-ID-EXIT
           END-IF.
           IF CMD-RESP NOT = DFHRESP(DUPREC) THEN
              MOVE 'MSCMTICS: REQUEST ID FILE UNAVAILABLE - UNGUARDED'
                TO LOG-MSG-BUFFER
              PERFORM WRITE-LOG-MSG
              GO TO CHECK-CLIENT-REQ-ID-EXIT
           END-IF.

           EXEC CICS READ
                     DATASET(WBTIRQDB-DD)
                     INTO(TIRQ-RECORD)
                     LENGTH(LENGTH OF TIRQ-RECORD)
                     RIDFLD(TIRQ-REC-KEY)
                     KEYLENGTH(LENGTH OF TIRQ-REC-KEY)
                     RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'P' TO TIRQ-STATUS
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           EVALUATE TRUE
              WHEN TIRQ-COMPLETE
                 IF TIRQ-REPLY-LEN > REQID-REPLY-LEN THEN
                    MOVE REQID-REPLY-LEN TO TIRQ-REPLY-LEN
                 END-IF
                 MOVE TIRQ-REPLY(1:TIRQ-REPLY-LEN) TO
                   COMMAREA-DATA(REQID-REPLY-AT-BYTE:TIRQ-REPLY-LEN)
                 MOVE 'R' TO REQID-STATE
                 STRING 'MSCMTICS: REPEAT REQUEST REPLAYED PROG='
                                         DELIMITED SIZE
                        CID-LINK-TO-PROG DELIMITED SIZE
                        ' USER='         DELIMITED SIZE
                        CID-USERID       DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN TIRQ-ABENDED
                 MOVE 5104 TO REB-ERROR-CODE
                 MOVE 'Earlier attempt failed - check the account'
                   TO REB-HELP-STRING
                 MOVE 'F' TO REQID-STATE
                 STRING 'MSCMTICS: REPEAT OF ABENDED REQUEST PROG='
                                         DELIMITED SIZE
                        CID-LINK-TO-PROG DELIMITED SIZE
                        ' USER='         DELIMITED SIZE
                        CID-USERID       DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
              WHEN OTHER
                 MOVE 5103 TO REB-ERROR-CODE
                 MOVE 'Request is still in progress - await its reply'
                   TO REB-HELP-STRING
                 MOVE 'F' TO REQID-STATE
                 STRING 'MSCMTICS: REPEAT OF IN-FLIGHT REQUEST PROG='
                                         DELIMITED SIZE
                        CID-LINK-TO-PROG DELIMITED SIZE
                        ' USER='         DELIMITED SIZE
                        CID-USERID       DELIMITED SIZE
                        INTO LOG-MSG-BUFFER
                 END-STRING
           END-EVALUATE.
           IF REQID-STATE = 'F' THEN
              MOVE REQID-ERROR-BLOCK TO
                   COMMAREA-DATA(REQID-ERRBLK-AT-BYTE:
                                 LENGTH OF REQID-ERROR-BLOCK)
           END-IF.
           PERFORM WRITE-LOG-MSG.

       CHECK-CLIENT-REQ-ID-EXIT.
           EXIT.

      *****************************************************************
      *  CLOSE OUT A GUARDED REQUEST WITH THE STATUS THE CALLER SET - *
      *  'C' STORES THE REPLY FOR REPLAY; 'A' LEAVES THE ID BLOCKED   *
      *  SINCE AN ABENDED PROGRAM MAY HAVE POSTED BEFORE IT FAILED    *
      *****************************************************************
       SAVE-CLIENT-REQ-ID.
           EXEC CICS READ UPDATE
                     DATASET(WBTIRQDB-DD)
                     INTO(TIRQ-RECORD)
                     LENGTH(LENGTH OF TIRQ-RECORD)
                     RIDFLD(TIRQ-REC-KEY)
                     KEYLENGTH(LENGTH OF TIRQ-REC-KEY)
                     RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO SAVE-CLIENT-REQ-ID-EXIT
           END-IF.

           MOVE REQID-NEW-STATUS TO TIRQ-STATUS.
           IF TIRQ-COMPLETE THEN
              MOVE REQID-REPLY-LEN TO TIRQ-REPLY-LEN
              MOVE COMMAREA-DATA(REQID-REPLY-AT-BYTE:REQID-REPLY-LEN)
                TO TIRQ-REPLY
           END-IF.
           EXEC CICS REWRITE
                     DATASET(WBTIRQDB-DD)
                     FROM(TIRQ-RECORD)
                     LENGTH(LENGTH OF TIRQ-RECORD)
                     RESP(CMD-RESP)
           END-EXEC.

       SAVE-CLIENT-REQ-ID-EXIT.
           EXIT.

      *****************************************************************
      *  THE PROGRAM COULD NOT BE LINKED TO, SO NOTHING WAS POSTED -  *
      *  FREE THE ID FOR A RETRY                                      *
      *****************************************************************
       DROP-CLIENT-REQ-ID.
           EXEC CICS DELETE
                     DATASET(WBTIRQDB-DD)
                     RIDFLD(TIRQ-REC-KEY)
                     KEYLENGTH(LENGTH OF TIRQ-REC-KEY)
                     RESP(CMD-RESP)
           END-EXEC.

       DROP-CLIENT-REQ-ID-EXIT.
           EXIT.

      *****************************************************************
      *  CHECK THE CLIENT AGAINST ITS WBTILMDB LIMITS AND COUNT THE   *
      *  REQUEST IN ITS USAGE QUEUE. A REQUEST OVER A LIMIT IS LEFT   *
      *  UNCOUNTED AND MARKED THROTTLED FOR LINK-TO-USERPROG. IF THE  *
      *  LIMITS FILE CANNOT BE USED THE CLIENT IS NOT LIMITED, AS     *
      *  BEFORE THE FILE EXISTED.                                     *
      *****************************************************************
       CHECK-CLIENT-LIMITS.
           MOVE 'N' TO LIM-STATE.
           IF CID-LINK-TO-PROG = HEARTBEAT-PROGRAM-NAME OR
              CID-LINK-TO-PROG = DRAIN-PROGRAM-NAME OR
              CID-LINK-TO-PROG = RESUME-PROGRAM-NAME OR
              CID-LINK-TO-PROG = STATS-PROGRAM-NAME THEN
              GO TO CHECK-CLIENT-LIMITS-EXIT
           END-IF.

           MOVE CID-USERID TO LIM-KEY-USERID.
           EXEC CICS READ
                     DATASET(WBTILMDB-DD)
                     INTO(LIMITS-RECORD)
                     LENGTH(LENGTH OF LIMITS-RECORD)
                     RIDFLD(LIM-REC-KEY)
                     KEYLENGTH(LENGTH OF LIM-REC-KEY)
                     RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(NOTFND) THEN
              MOVE LIM-DEFAULT-USERID TO LIM-KEY-USERID
              EXEC CICS READ
                        DATASET(WBTILMDB-DD)
                        INTO(LIMITS-RECORD)
                        LENGTH(LENGTH OF LIMITS-RECORD)
                        RIDFLD(LIM-REC-KEY)
                        KEYLENGTH(LENGTH OF LIM-REC-KEY)
                        RESP(CMD-RESP)
              END-EXEC
           END-IF.
           IF CMD-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO CHECK-CLIENT-LIMITS-EXIT
           END-IF.
           IF LIM-MAX-PER-MINUTE NOT NUMERIC THEN
              MOVE ZERO TO LIM-MAX-PER-MINUTE
           END-IF.
           IF LIM-MAX-IN-FLIGHT NOT NUMERIC THEN
              MOVE ZERO TO LIM-MAX-IN-FLIGHT
           END-IF.
           IF LIM-MAX-PER-MINUTE = ZERO AND LIM-MAX-IN-FLIGHT = ZERO
              GO TO CHECK-CLIENT-LIMITS-EXIT
           END-IF.

           MOVE CID-USERID TO LIM-USAGE-USERID.
           PERFORM LOCK-CLIENT-USAGE THRU LOCK-CLIENT-USAGE-EXIT.

           COMPUTE LIM-THIS-MINUTE = LIM-NOW-ABSTIME / 60000.
           IF LIM-USE-MINUTE NOT = LIM-THIS-MINUTE THEN
              MOVE LIM-THIS-MINUTE TO LIM-USE-MINUTE
              MOVE ZERO            TO LIM-USE-MINUTE-COUNT
           END-IF.
           IF LIM-USE-IN-FLIGHT > ZERO AND
              LIM-NOW-ABSTIME - LIM-USE-LAST-ABSTIME > LIM-STALE-MSECS
              MOVE ZERO TO LIM-USE-IN-FLIGHT
           END-IF.

           EVALUATE TRUE
              WHEN LIM-MAX-PER-MINUTE > ZERO AND
                   LIM-USE-MINUTE-COUNT NOT < LIM-MAX-PER-MINUTE
                 MOVE 'R' TO LIM-STATE
              WHEN LIM-MAX-IN-FLIGHT > ZERO AND
                   LIM-USE-IN-FLIGHT NOT < LIM-MAX-IN-FLIGHT
                 MOVE 'F' TO LIM-STATE
              WHEN OTHER
                 ADD 1 TO LIM-USE-MINUTE-COUNT
                 ADD 1 TO LIM-USE-IN-FLIGHT
                 SET LIM-IS-COUNTED TO TRUE
           END-EVALUATE.

           PERFORM UNLOCK-CLIENT-USAGE THRU UNLOCK-CLIENT-USAGE-EXIT.

           IF LIM-WAS-THROTTLED THEN
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'MSCMTICS: THROTTLED USER=' DELIMITED SIZE
                     CID-USERID                  DELIMITED SIZE
                     ' PROG='                    DELIMITED SIZE
                     CID-LINK-TO-PROG            DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              IF LIM-THROTTLED-RATE THEN
                 MOVE ' PER-MINUTE LIMIT' TO LOG-MSG-BUFFER(50:17)
              ELSE
                 MOVE ' IN-FLIGHT LIMIT'  TO LOG-MSG-BUFFER(50:16)
              END-IF
              PERFORM WRITE-LOG-MSG
           END-IF.

       CHECK-CLIENT-LIMITS-EXIT.
           EXIT.

      *****************************************************************
      *  THE COUNTED LINK HAS RETURNED (OR ABENDED) - TAKE IT OFF THE *
      *  CLIENT'S IN-FLIGHT COUNT                                     *
      *****************************************************************
       RELEASE-CLIENT-LIMITS.
           PERFORM LOCK-CLIENT-USAGE THRU LOCK-CLIENT-USAGE-EXIT.
           IF LIM-USE-IN-FLIGHT > ZERO THEN
              SUBTRACT 1 FROM LIM-USE-IN-FLIGHT
           END-IF.
           PERFORM UNLOCK-CLIENT-USAGE THRU UNLOCK-CLIENT-USAGE-EXIT.
           MOVE 'N' TO LIM-STATE.

       RELEASE-CLIENT-LIMITS-EXIT.
           EXIT.

      *****************************************************************
      *  SERIALIZE A READ-MODIFY-REWRITE OF ONE CLIENT'S USAGE QUEUE, *
      *  THE SAME WAY LOCK-CONTROL-REC GUARDS THE CONTROL RECORD. A   *
      *  CLIENT WITH NO QUEUE YET STARTS FROM ZERO.                   *
      *****************************************************************
       LOCK-CLIENT-USAGE.
           EXEC CICS ENQ RESOURCE(LIM-USAGE-QNAME)
                         LENGTH(LENGTH OF LIM-USAGE-QNAME)
                         NOHANDLE
                         END-EXEC.
           EXEC CICS ASKTIME ABSTIME(LIM-NOW-ABSTIME) END-EXEC.
           MOVE 'N' TO LIM-USAGE-FOUND-SW.
           MOVE LENGTH OF LIM-USAGE-RECORD TO LIM-USAGE-LEN.
           EXEC CICS READQ TS QNAME(LIM-USAGE-QNAME)
                              INTO(LIM-USAGE-RECORD)
                              LENGTH(LIM-USAGE-LEN)
                              ITEM(LIM-USAGE-ITEM)
                              RESP(CMD-RESP)
                              END-EXEC.
           IF CMD-RESP = DFHRESP(NORMAL) THEN
              SET LIM-USAGE-FOUND TO TRUE
           ELSE
              MOVE ZERO TO LIM-USE-MINUTE
                           LIM-USE-MINUTE-COUNT
                           LIM-USE-IN-FLIGHT
                           LIM-USE-LAST-ABSTIME
           END-IF.

       LOCK-CLIENT-USAGE-EXIT.
           EXIT.

       UNLOCK-CLIENT-USAGE.
           MOVE LIM-NOW-ABSTIME TO LIM-USE-LAST-ABSTIME.
           MOVE LENGTH OF LIM-USAGE-RECORD TO LIM-USAGE-LEN.
           IF LIM-USAGE-FOUND THEN
              EXEC CICS WRITEQ TS QNAME(LIM-USAGE-QNAME)
                                  FROM(LIM-USAGE-RECORD)
                                  LENGTH(LIM-USAGE-LEN)
                                  ITEM(LIM-USAGE-ITEM)
                                  REWRITE
                                  NOHANDLE
                                  END-EXEC
           ELSE
              EXEC CICS WRITEQ TS QNAME(LIM-USAGE-QNAME)
                                  FROM(LIM-USAGE-RECORD)
                                  LENGTH(LIM-USAGE-LEN)
                                  NOHANDLE
                                  END-EXEC
           END-IF.
           EXEC CICS DEQ RESOURCE(LIM-USAGE-QNAME)
                         LENGTH(LENGTH OF LIM-USAGE-QNAME)
                         NOHANDLE
                         END-EXEC.

       UNLOCK-CLIENT-USAGE-EXIT.
           EXIT.

      *****************************************************************
      *  ANSWER A THROTTLED REQUEST WITHOUT LINKING - THE CALLER'S    *
      *  COMMAREA GOES BACK WITH A THROTTLED ERROR IN ITS METADATA    *
      *  BLOCK (WHEN THE COMMAREA IS LONG ENOUGH TO CARRY ONE), AT    *
      *  THE OFFSET THE LINKED PROGRAM WOULD HAVE SET IT              *
      *****************************************************************
       BUILD-THROTTLE-REPLY.
           MOVE 'N' TO REQID-STATE.
           IF LIM-THROTTLED-RATE THEN
              MOVE 5105 TO REB-ERROR-CODE
              MOVE 'Too many requests this minute - retry shortly'
                TO REB-HELP-STRING
           ELSE
              MOVE 5106 TO REB-ERROR-CODE
              MOVE 'Too many requests in progress - await replies'
                TO REB-HELP-STRING
           END-IF.
           IF CALLING-COMMAREA-LEN <
              REQID-ERRBLK-AT-BYTE + LENGTH OF REQID-ERROR-BLOCK - 1
              GO TO BUILD-THROTTLE-REPLY-EXIT
           END-IF.
           MOVE REQID-ERROR-BLOCK TO
                COMMAREA-DATA(REQID-ERRBLK-AT-BYTE:
                              LENGTH OF REQID-ERROR-BLOCK).

       BUILD-THROTTLE-REPLY-EXIT.
           EXIT.

      *****************************************************************
      *  READ (OR CREATE) THE SHARED LISTENER CONTROL RECORD IN THE   *
      *  MSCMCTL TEMP-STORAGE QUEUE                                   *
                           CTL-INVALID-COUNT
                           CTL-ABEND-COUNT
                           CTL-AUTHFAIL-COUNT
                           CTL-THROTTLE-COUNT
              MOVE LENGTH OF CONTROL-RECORD TO CONTROL-REC-LEN
              EXEC CICS WRITEQ TS QUEUE(CONTROL-QUEUE-NAME)
                                  FROM(CONTROL-RECORD)
                                TIMESEP
                                END-EXEC.
           MOVE CID-USERID TO ERL-USERID.
           IF NOT ERL-STATUS-THROTTLED THEN
              MOVE SPACE TO ERL-THROTTLE-REASON
           END-IF.
           MOVE LENGTH OF ELM-REQ-LOG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('ELMT')
                               FROM(ELM-REQ-LOG)
                 ADD 1 TO CTL-INVALID-COUNT
              WHEN ERL-STATUS-ABEND
                 ADD 1 TO CTL-ABEND-COUNT
              WHEN ERL-STATUS-THROTTLED
                 ADD 1 TO CTL-THROTTLE-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
