      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. HHLDBLD.
      ****************************************************************
      * Nightly household address-match run. Every customer on       *
      * WBCUSTDB-DD is grouped with the other customers at the same  *
      * street and ZIP code; each group of two or more becomes a     *
      * household on WBHHLDDB-DD, identified by the lowest customer  *
      * ID in the group, so STMTGEN and NTFYGEN can mail the whole   *
      * household's statements and notices in one envelope.          *
      *                                                              *
      * The run only maintains the links it made itself (source M):  *
      * new matches are added, a customer whose group changed is     *
      * moved, and one who no longer shares an address is removed.  *
      * A link or separation set by a teller on WGRVHHLD (source T)  *
      * and a customer's opt-out are never touched, and those        *
      * customers are left out of the matching. A customer whose     *
      * address is flagged for returned mail, or who is deceased, is *
      * not matched either. Links for customers no longer on         *
      * WBCUSTDB-DD are deleted. Every change is listed.             *
      * PARMIN (optional): run date.                                 *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT WBHHLDDB-FILE
               ASSIGN       TO WBHHLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HHL-CUST-ID
               FILE STATUS  IS WBHHLDDB-FILE-STATUS WBHHLDDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBRUNLOG-FILE
               ASSIGN       TO WBRUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

       FD  WBHHLDDB-FILE.
           COPY WBHHLREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBHHLDDB-FILE-STATUS.
           05  STA-HHL-STAT1             PIC X(01).
           05  STA-HHL-STAT2             PIC X(01).
       01  WBHHLDDB-VSAM-CODE.
           05 HHL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 HHL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 HHL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(34)  VALUE
                                  'HOUSEHOLD ADDRESS MATCH'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-S-TITLE    PIC X(60)  VALUE SPACES.
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-CHANGE-HEAD.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER ID'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'HOUSEHOLD'.
              10 FILLER        PIC X(12)  VALUE 'PREVIOUS'.
              10 FILLER        PIC X(40)  VALUE 'ACTION'.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-CUST     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-HHLD     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-OLD-HHLD PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(40).
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(12)  VALUE SPACES.
              10 FILLER        PIC X(20)  VALUE 'NONE'.
              10 FILLER        PIC X(100) VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMERS READ            :'.
              10 WS-TR-CUS-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOUSEHOLDS MATCHED        :'.
              10 WS-TR-HHL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'MEMBERS ADDED             :'.
              10 WS-TR-ADD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'MEMBERS MOVED             :'.
              10 WS-TR-MOV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'MEMBERS REMOVED           :'.
              10 WS-TR-REM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TELLER/OPT-OUT LEFT AS IS :'.
              10 WS-TR-PRT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LINKS FOR GONE CUSTOMERS  :'.
              10 WS-TR-ORP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-NEXT-SUB              PIC 9(05) COMP VALUE ZERO.
           05 WS-LEAD-ID               PIC X(10)     VALUE SPACES.
           05 WS-OLD-HHLD-ID           PIC X(10)     VALUE SPACES.
           05 WS-ACTION                PIC X(40)     VALUE SPACES.
           05 WS-HHLD-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-ADD-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-MOVE-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-REMOVE-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-PROTECT-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-ORPHAN-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-CHANGE-COUNT          PIC 9(07)     VALUE ZERO.

      *****************************************************************
      *  CUSTOMER TABLE, LOADED ONCE FROM WBCUSTDB IN CUSTOMER ID     *
      *  ORDER. THE HOUSEHOLD EACH CUSTOMER SHOULD BE IN IS WORKED    *
      *  OUT HERE BEFORE WBHHLDDB IS TOUCHED.                         *
      *****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 2000 TIMES
                                INDEXED BY CUS-IDX MEM-IDX.
              10 WS-CUST-ID     PIC X(10).
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-STREET PIC X(20).
              10 WS-CUST-ZIP    PIC 9(05).
              10 WS-CUST-BAD-ADDR PIC X(01).
              10 WS-CUST-ESTATE PIC X(01).
      *          TELLER LINK/SEPARATION OR OPT-OUT - NOT MATCHED
              10 WS-CUST-PROTECT PIC X(01).
                 88 WS-CUST-PROTECTED           VALUE 'Y'.
              10 WS-CUST-HHLD-ID PIC X(10).

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'HHLDBLD'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 CUST-FULL-FLAG   PIC X(01)  VALUE 'N'.
              88 CUST-TABLE-FULL          VALUE 'Y'.
           05 CUST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 CUST-WAS-FOUND           VALUE 'Y'.
           05 HHL-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 HHL-WAS-FOUND            VALUE 'Y'.
           05 MATCH-FLAG       PIC X(01)  VALUE 'N'.
              88 MATCH-WAS-FOUND          VALUE 'Y'.
           05 ELIG-FLAG        PIC X(01)  VALUE 'N'.
              88 CUST-IS-ELIGIBLE         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM GROUPS CUSTOMERS AT ONE ADDRESS INTO HOUSEHOLDS
      * AND BRINGS THE HOUSEHOLD FILE INTO LINE WITH THE GROUPING.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

      *    FIRST RUN IN A REGION - CREATE THE EMPTY HOUSEHOLD FILE
           OPEN I-O WBHHLDDB-FILE
           IF WBHHLDDB-FILE-STATUS = '35'
              OPEN OUTPUT WBHHLDDB-FILE
              CLOSE WBHHLDDB-FILE
              OPEN I-O WBHHLDDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBHHLDDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           PERFORM 1500-MARK-PROTECTED THRU 1500-EXIT
              VARYING CUS-IDX FROM 1 BY 1
              UNTIL CUS-IDX > WS-CUST-COUNT

           PERFORM 2000-MATCH-ADDRESSES THRU 2000-EXIT
           PERFORM 2500-APPLY-CHANGES   THRU 2500-EXIT

      *    A TRUNCATED CUSTOMER TABLE CANNOT PROVE A CUSTOMER IS GONE
           IF NOT CUST-TABLE-FULL
              PERFORM 2700-REMOVE-ORPHANS THRU 2700-EXIT
           END-IF

           IF WS-CHANGE-COUNT = 0
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
           END-IF

           CLOSE WBHHLDDB-FILE
           MOVE      'ERROR CLOSING WBHHLDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           PERFORM 1300-LOAD-CUSTOMERS   THRU 1300-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'HOUSEHOLD CHANGES'      TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-CHANGE-HEAD
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1070-READ-PARMS.
           MOVE '1070-READ-PARMS'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R

           PERFORM 1075-READ-BUS-DATE    THRU 1075-EXIT

           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-START-TIME

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL POSTS AS THE RIGHT BUSINESS DAY; THE PARM
      *    RUN DATE STILL OVERRIDES BOTH FOR BACKDATED RERUNS
       1075-READ-BUS-DATE.
           OPEN INPUT WBBDATE-FILE
           IF WBBDATE-FILE-STATUS = '00'
              MOVE 'B' TO BDT-KEY
              READ WBBDATE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BDT-CURRENT-DATE NOT = SPACES
                       MOVE BDT-CURRENT-DATE TO WS-DATE-R
                    END-IF
              END-READ
              CLOSE WBBDATE-FILE
           END-IF
           .
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1300-LOAD-CUSTOMERS.
           MOVE '1300-LOAD-CUSTOMERS' TO ERR-LOC
           MOVE 'N'                   TO CUST-EOF-FLAG

           OPEN INPUT WBCUSTDB-FILE
           MOVE    'ERROR OPENING WBCUSTDB' TO ERR-MSG
           PERFORM 9994-CUST-ERR-CHK      THRU 9994-EXIT

           PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
              UNTIL CUST-END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE    'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9994-CUST-ERR-CHK      THRU 9994-EXIT
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1310-LOAD-ONE-CUSTOMER.
           MOVE '1310-LOAD-ONE-CUSTOMER' TO ERR-LOC

           READ WBCUSTDB-FILE NEXT
              AT END SET CUST-END-OF-FILE TO TRUE
           END-READ

           IF NOT CUST-END-OF-FILE
              IF WS-CUST-COUNT < 2000
                 ADD 1 TO WS-CUST-COUNT
                 SET CUS-IDX TO WS-CUST-COUNT
                 MOVE CUSTOMER-ID     TO WS-CUST-ID (CUS-IDX)
                 MOVE CUSTOMER-SSN    TO WS-CUST-SSN (CUS-IDX)
                 MOVE CUSTOMER-STREET TO WS-CUST-STREET (CUS-IDX)
                 MOVE CUSTOMER-ZIP    TO WS-CUST-ZIP (CUS-IDX)
                 MOVE CUSTOMER-BAD-ADDR
                                      TO WS-CUST-BAD-ADDR (CUS-IDX)
                 MOVE CUSTOMER-ESTATE-STATUS
                                      TO WS-CUST-ESTATE (CUS-IDX)
                 MOVE 'N'             TO WS-CUST-PROTECT (CUS-IDX)
                 MOVE SPACES          TO WS-CUST-HHLD-ID (CUS-IDX)
              ELSE
                 DISPLAY 'HHLDBLD - CUSTOMER TABLE FULL'
                 SET CUST-TABLE-FULL  TO TRUE
                 SET CUST-END-OF-FILE TO TRUE
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CUSTOMER WITH A TELLER RECORD OR AN OPT-OUT KEEPS WHAT IS
      *    ON FILE AND IS LEFT OUT OF THE ADDRESS MATCH
       1500-MARK-PROTECTED.
           MOVE '1500-MARK-PROTECTED'    TO ERR-LOC

           PERFORM 8000-READ-HOUSEHOLD THRU 8000-EXIT

           IF HHL-WAS-FOUND
              IF HHL-OPTED-OUT
                 OR HHL-SOURCE-TELLER
                 MOVE 'Y' TO WS-CUST-PROTECT (CUS-IDX)
                 ADD 1    TO WS-PROTECT-COUNT
              END-IF
           END-IF
           .
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE TABLE IS IN CUSTOMER ID ORDER, SO THE FIRST UNGROUPED
      *    CUSTOMER AT AN ADDRESS IS ITS LOWEST ID AND LEADS THE
      *    HOUSEHOLD; EVERY LATER CUSTOMER AT THE SAME STREET AND ZIP
      *    JOINS IT. A CUSTOMER ALONE AT AN ADDRESS STAYS UNGROUPED.
      *-----------------------------------------------------------------
       2000-MATCH-ADDRESSES.
           MOVE '2000-MATCH-ADDRESSES'   TO ERR-LOC

           PERFORM 2100-MATCH-ONE-CUSTOMER THRU 2100-EXIT
              VARYING CUS-IDX FROM 1 BY 1
              UNTIL CUS-IDX > WS-CUST-COUNT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-MATCH-ONE-CUSTOMER.
           IF WS-CUST-HHLD-ID (CUS-IDX) NOT = SPACES
              GO TO 2100-EXIT
           END-IF

           SET MEM-IDX TO CUS-IDX
           PERFORM 2150-CHECK-ELIGIBLE THRU 2150-EXIT
           IF NOT CUST-IS-ELIGIBLE
              GO TO 2100-EXIT
           END-IF

           MOVE WS-CUST-ID (CUS-IDX) TO WS-LEAD-ID
           MOVE 'N'                  TO MATCH-FLAG
           SET  WS-NEXT-SUB          TO CUS-IDX
           ADD  1                    TO WS-NEXT-SUB

           PERFORM 2110-MATCH-ONE-NEIGHBOUR THRU 2110-EXIT
              VARYING MEM-IDX FROM WS-NEXT-SUB BY 1
              UNTIL MEM-IDX > WS-CUST-COUNT

           IF MATCH-WAS-FOUND
              MOVE WS-LEAD-ID TO WS-CUST-HHLD-ID (CUS-IDX)
              ADD 1           TO WS-HHLD-COUNT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-MATCH-ONE-NEIGHBOUR.
           IF WS-CUST-STREET (MEM-IDX) NOT = WS-CUST-STREET (CUS-IDX)
              OR WS-CUST-ZIP (MEM-IDX) NOT = WS-CUST-ZIP (CUS-IDX)
              OR WS-CUST-HHLD-ID (MEM-IDX) NOT = SPACES
              GO TO 2110-EXIT
           END-IF

           PERFORM 2150-CHECK-ELIGIBLE THRU 2150-EXIT
           IF NOT CUST-IS-ELIGIBLE
              GO TO 2110-EXIT
           END-IF

           MOVE WS-LEAD-ID TO WS-CUST-HHLD-ID (MEM-IDX)
           SET MATCH-WAS-FOUND TO TRUE
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MAY THE CUSTOMER AT MEM-IDX BE GROUPED BY ADDRESS?
       2150-CHECK-ELIGIBLE.
           MOVE 'N' TO ELIG-FLAG

           IF WS-CUST-PROTECTED (MEM-IDX)
              OR WS-CUST-BAD-ADDR (MEM-IDX) = 'Y'
              OR WS-CUST-ESTATE (MEM-IDX) NOT = SPACE
              OR WS-CUST-STREET (MEM-IDX) = SPACES
              GO TO 2150-EXIT
           END-IF

           SET CUST-IS-ELIGIBLE TO TRUE
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BRING EACH UNPROTECTED CUSTOMER'S RECORD ON WBHHLDDB INTO
      *    LINE WITH THE HOUSEHOLD WORKED OUT ABOVE
      *-----------------------------------------------------------------
       2500-APPLY-CHANGES.
           MOVE '2500-APPLY-CHANGES'     TO ERR-LOC

           PERFORM 2510-APPLY-ONE-CUSTOMER THRU 2510-EXIT
              VARYING CUS-IDX FROM 1 BY 1
              UNTIL CUS-IDX > WS-CUST-COUNT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-APPLY-ONE-CUSTOMER.
           MOVE '2510-APPLY-ONE-CUST'    TO ERR-LOC

           IF WS-CUST-PROTECTED (CUS-IDX)
              GO TO 2510-EXIT
           END-IF

           PERFORM 8000-READ-HOUSEHOLD THRU 8000-EXIT

           IF NOT HHL-WAS-FOUND
              IF WS-CUST-HHLD-ID (CUS-IDX) = SPACES
                 GO TO 2510-EXIT
              END-IF
              MOVE SPACES                   TO WBHHL-RECORD
              MOVE WS-CUST-ID (CUS-IDX)     TO HHL-CUST-ID
              MOVE WS-CUST-HHLD-ID (CUS-IDX) TO HHL-HHLD-ID
              MOVE WS-CUST-SSN (CUS-IDX)    TO HHL-SSN
              SET  HHL-SOURCE-MATCH         TO TRUE
              MOVE 'N'                      TO HHL-OPT-OUT-SW
              MOVE WS-DATE-R                TO HHL-LINK-DATE
              MOVE 'BAT'                    TO HHL-OPID
              WRITE WBHHL-RECORD
              MOVE    'ERROR WRITING WBHHLDDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT
              ADD 1 TO WS-ADD-COUNT
              MOVE SPACES                   TO WS-OLD-HHLD-ID
              MOVE 'ADDED TO HOUSEHOLD'     TO WS-ACTION
              PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
              GO TO 2510-EXIT
           END-IF

           MOVE HHL-HHLD-ID TO WS-OLD-HHLD-ID

           IF WS-CUST-HHLD-ID (CUS-IDX) = SPACES
              DELETE WBHHLDDB-FILE RECORD
              MOVE    'ERROR DELETING WBHHLDDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK       THRU 9999-EXIT
              ADD 1 TO WS-REMOVE-COUNT
              MOVE 'REMOVED - NO LONGER SHARES ADDRESS' TO WS-ACTION
              PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
              GO TO 2510-EXIT
           END-IF

           IF WS-CUST-HHLD-ID (CUS-IDX) = HHL-HHLD-ID
              AND WS-CUST-SSN (CUS-IDX) = HHL-SSN
              GO TO 2510-EXIT
           END-IF

           MOVE WS-CUST-HHLD-ID (CUS-IDX) TO HHL-HHLD-ID
           MOVE WS-CUST-SSN (CUS-IDX)     TO HHL-SSN
           MOVE WS-DATE-R                 TO HHL-LINK-DATE
           MOVE 'BAT'                     TO HHL-OPID
           REWRITE WBHHL-RECORD
           MOVE    'ERROR REWRITING WBHHLDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

      *    AN SSN CORRECTION ALONE IS NOT A HOUSEHOLD CHANGE
           IF HHL-HHLD-ID NOT = WS-OLD-HHLD-ID
              ADD 1 TO WS-MOVE-COUNT
              MOVE 'MOVED TO ANOTHER HOUSEHOLD' TO WS-ACTION
              PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
           END-IF
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A LINK FOR A CUSTOMER NO LONGER ON WBCUSTDB - WHATEVER ITS
      *    SOURCE - IS DELETED
      *-----------------------------------------------------------------
       2700-REMOVE-ORPHANS.
           MOVE '2700-REMOVE-ORPHANS'    TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           MOVE LOW-VALUES TO HHL-CUST-ID
           START WBHHLDDB-FILE KEY >= HHL-CUST-ID
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2710-CHECK-ONE-LINK THRU 2710-EXIT
              UNTIL END-OF-FILE
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2710-CHECK-ONE-LINK.
           MOVE '2710-CHECK-ONE-LINK'    TO ERR-LOC

           READ WBHHLDDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2710-EXIT
           END-READ
           MOVE    'ERROR READING WBHHLDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           MOVE 'N' TO CUST-FOUND-FLAG
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-ID (CUS-IDX) = HHL-CUST-ID
                 SET CUST-WAS-FOUND TO TRUE
           END-SEARCH

           IF CUST-WAS-FOUND
              GO TO 2710-EXIT
           END-IF

           MOVE HHL-HHLD-ID TO WS-OLD-HHLD-ID
           DELETE WBHHLDDB-FILE RECORD
           MOVE    'ERROR DELETING WBHHLDDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK       THRU 9999-EXIT
           ADD 1 TO WS-ORPHAN-COUNT

           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE HHL-CUST-ID             TO WS-D-CUST
           MOVE HHL-SSN                 TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN           TO WS-D-SSN
           MOVE WS-OLD-HHLD-ID          TO WS-D-OLD-HHLD
           MOVE 'DELETED - CUSTOMER NOT ON FILE' TO WS-D-ACTION
           PERFORM 2810-WRITE-LINE THRU 2810-EXIT
           .
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2800-WRITE-CHANGE.
           MOVE SPACES                    TO WS-DETAIL-LINE
           MOVE WS-CUST-ID (CUS-IDX)      TO WS-D-CUST
           MOVE WS-CUST-SSN (CUS-IDX)     TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN             TO WS-D-SSN
           MOVE WS-CUST-HHLD-ID (CUS-IDX) TO WS-D-HHLD
           MOVE WS-OLD-HHLD-ID            TO WS-D-OLD-HHLD
           MOVE WS-ACTION                 TO WS-D-ACTION
           PERFORM 2810-WRITE-LINE THRU 2810-EXIT
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2810-WRITE-LINE.
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING DETAIL'  TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK     THRU 9998-EXIT
           ADD 1 TO WS-CHANGE-COUNT
           .
       2810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-CUST-COUNT       TO WS-TR-CUS-CNT
           MOVE WS-HHLD-COUNT       TO WS-TR-HHL-CNT
           MOVE WS-ADD-COUNT        TO WS-TR-ADD-CNT
           MOVE WS-MOVE-COUNT       TO WS-TR-MOV-CNT
           MOVE WS-REMOVE-COUNT     TO WS-TR-REM-CNT
           MOVE WS-PROTECT-COUNT    TO WS-TR-PRT-CNT
           MOVE WS-ORPHAN-COUNT     TO WS-TR-ORP-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       3100-WRITE-RUN-STATS.
           MOVE '3100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 3100-EXIT
           END-IF

           MOVE 'HHLDBLD ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-CUST-COUNT     TO RLG-IN-COUNT
           MOVE WS-CHANGE-COUNT   TO RLG-OUT-COUNT
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RANDOM READ OF THE HOUSEHOLD RECORD FOR THE CUSTOMER AT
      *    CUS-IDX - NOT FOUND IS NOT AN ERROR
       8000-READ-HOUSEHOLD.
           MOVE 'N'                   TO HHL-FOUND-FLAG
           MOVE WS-CUST-ID (CUS-IDX)  TO HHL-CUST-ID
           READ WBHHLDDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET HHL-WAS-FOUND TO TRUE
           END-READ
           IF WBHHLDDB-FILE-STATUS NOT = '23'
              MOVE    'ERROR READING WBHHLDDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT
           END-IF
           .
       8000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MASK AN SSN TO ITS LAST FOUR DIGITS FOR PRINTING
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCUSTDB-FILE-STATUS = '10'
                    SET CUST-END-OF-FILE TO TRUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CUST-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CUST-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CUST-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
               WHEN RPTOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RPTOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9998-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9999-VSAM-ERR-CHK.
           MOVE WBHHLDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBHHLDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBHHLDDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE HHL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE HHL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE HHL-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
