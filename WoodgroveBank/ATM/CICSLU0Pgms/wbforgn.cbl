      ** CARDS (BANK PREFIX) ARE TURNED AWAY TO THE NORMAL WBVALUSR  *
      ** PATH. THE INPUT MESSAGE IS                                  *
      **    TRAN(4) CARD(16) OP(2: WD/BI) AMOUNT(5)                  *
      **    [REPLY(1: Y/N) SURCHARGE(5: 999V99)]                     *
      ** A WITHDRAWAL AT A TERMINAL CARRYING A SURCHARGE ON WBTRMDB  *
      ** IS FIRST ANSWERED WITH STATUS 5 AND THE SURCHARGE FOR THE   *
      ** ATM TO DISCLOSE. THE CARDHOLDER'S ANSWER COMES BACK ON A    *
      ** SECOND REQUEST: REPLY Y WITH THE SURCHARGE SHOWN PROCEEDS   *
      ** AND CARRIES IT ON THE CAPTURE; REPLY N ENDS WITH STATUS 6.  *
      ** A REPLY FOR A SURCHARGE THAT HAS SINCE CHANGED IS DISCLOSED *
      ** AGAIN.                                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBFORGN.
             88 IA-OP-WITHDRAWAL               VALUE 'WD'.
             88 IA-OP-BALANCE-INQ              VALUE 'BI'.
          05 IA-AMOUNT                PIC 9(5).
          05 IA-SURCH-REPLY           PIC X(1).
             88 IA-SURCH-ACCEPTED              VALUE 'Y'.
             88 IA-SURCH-CANCELLED             VALUE 'N'.
          05 IA-SURCH-AMOUNT          PIC 9(3)V99.

       01 OUTPUT-AREA.
          05 OA-HEADER.
             10 OA-FMH                PIC X(3)   VALUE X'034000'.
             10 OA-STATUS-CODE        PIC X      VALUE SPACES.
          05 OA-DISCLOSURE.
             10 OA-SURCHARGE          PIC 9(3)V99 VALUE 0.

       01 ERROR-CODES.
          05 EC-OK                    PIC X      VALUE '0'.
          05 EC-INVALID-OP            PIC X      VALUE '2'.
          05 EC-OVER-LIMIT            PIC X      VALUE '3'.
          05 EC-CAPTURE-FAILED        PIC X      VALUE '4'.
          05 EC-SURCH-DISCLOSE        PIC X      VALUE '5'.
          05 EC-SURCH-DECLINED        PIC X      VALUE '6'.

      *    A FOREIGN CARD IS SERVED BLIND - THE ISSUING BANK SETTLES
      *    TOMORROW - SO THE PER-TRANSACTION CAP IS DELIBERATELY LOW
       01 FOREIGN-WD-LIMIT            PIC S9(5)  COMP-3 VALUE 500.
       01 CARD-BANK-PREFIX            PIC X(4)   VALUE '6042'.

      *****************************************************************
      *  ATM TERMINAL MASTER (WBTRMDB) - SAME LAYOUT AS THE WBTRMREC  *
      *  COPYBOOK. ONLY THE SURCHARGE IS USED HERE; A REGION WITHOUT  *
      *  THE FILE (OR A TERMINAL NOT ON IT) CHARGES NO SURCHARGE.     *
      *****************************************************************
       01 WBTRMDB-DD                  PIC X(8)   VALUE 'WBTRMDB'.
       01 TRM-REC-KEY.
          05 TRM-KEY-TERM-ID          PIC X(4)   VALUE SPACES.
       01 TERMINAL-RECORD.
          05 TRM-TERM-ID              PIC X(4).
          05 TRM-LOCATION             PIC X(30).
          05 TRM-BRANCH               PIC X(3).
          05 TRM-DISPENSE-LIMIT       PIC S9(7)V99   COMP-3.
          05 TRM-STATUS-CODE          PIC X(1).
             88 TRM-STATUS-IN-SERVICE         VALUE 'I'.
             88 TRM-STATUS-OUT-OF-SERVICE     VALUE 'O' 'E'.
             88 TRM-STATUS-CASH-OUT           VALUE 'E'.
          05 TRM-CASSETTE             OCCURS 4 TIMES.
             10 TRM-CAS-DENOM         PIC 9(3).
             10 TRM-CAS-COUNT         PIC S9(5)      COMP-3.
          05 TRM-LOW-CASH-NOTES       PIC S9(5)      COMP-3.
          05 TRM-LOW-CASH-SW          PIC X(1).
             88 TRM-LOW-CASH-REPORTED         VALUE 'Y'.
          05 TRM-SURCHARGE            PIC S9(3)V99   COMP-3.
          05 FILLER                   PIC X(6).

       01 SURCHARGE-AMOUNT            PIC S9(3)V99 COMP-3 VALUE 0.
       01 DISCLOSE-SW                 PIC X      VALUE 'N'.
          88 DISCLOSURE-DUE                      VALUE 'Y'.
       01 EDIT-SURCH                  PIC ZZ9.99.

      *****************************************************************
      *  ACQUIRED INTERCHANGE CAPTURE, QUEUED TO THE WICX TRANSIENT   *
      *  DATA QUEUE FOR THE NIGHTLY ICHGPOST BATCH. SEE THE WBICXREC  *
           05 ICX-TIME                 PIC X(08).
           05 ICX-TERM-ID              PIC X(04).
           05 ICX-TRACE                PIC 9(06).
           05 ICX-SURCHARGE            PIC S9(5)V99   COMP-3.
           05 FILLER                   PIC X(22).

       01 DONE                        PIC X      VALUE 'N'.
       01 RESP-CODE                   PIC S9(8)  COMP    VALUE 0.
                 GO TO WBFORGN-RECV-ERROR
           END-EVALUATE.

      *    AN ATM THAT SENDS NO SURCHARGE REPLY HAS NOT ANSWERED A
      *    DISCLOSURE YET
           IF INPUT-AREA-LEN < LENGTH OF INPUT-AREA THEN
              MOVE SPACE TO IA-SURCH-REPLY
              MOVE ZERO  TO IA-SURCH-AMOUNT
           END-IF.

           MOVE SPACES TO LOG-MSG-BUFFER.
           STRING 'Input Area:' DELIMITED SIZE
                  INPUT-AREA DELIMITED SIZE
           END-IF.
           MOVE LENGTH OF OA-HEADER OF OUTPUT-AREA TO
                OUTPUT-AREA-LEN.
           IF DISCLOSURE-DUE THEN
              MOVE LENGTH OF OUTPUT-AREA TO OUTPUT-AREA-LEN
           END-IF.

           EXEC CICS SEND FROM(OUTPUT-AREA)
                          FMH LAST LENGTH (OUTPUT-AREA-LEN)
           END-IF.

           MOVE 0 TO RET-CODE.
           PERFORM CHECK-SURCHARGE THRU CHECK-SURCHARGE-EXIT.

       VALIDATE-REQUEST-EXIT.
           EXIT.

      **************************************************
      *    A WITHDRAWAL AT A SURCHARGING TERMINAL GOES
      *    AHEAD ONLY ONCE THE CARDHOLDER HAS ACCEPTED
      *    THE SURCHARGE NOW ON THE TERMINAL MASTER
      **************************************************
       CHECK-SURCHARGE.
           MOVE 0 TO SURCHARGE-AMOUNT.
           IF NOT IA-OP-WITHDRAWAL THEN
              GO TO CHECK-SURCHARGE-EXIT
           END-IF.

           MOVE EIBTRMID TO TRM-KEY-TERM-ID.
           EXEC CICS READ
                     DATASET(WBTRMDB-DD)
                     INTO(TERMINAL-RECORD)
                     LENGTH(LENGTH OF TERMINAL-RECORD)
                     RIDFLD(TRM-REC-KEY)
                     KEYLENGTH(LENGTH OF TRM-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              GO TO CHECK-SURCHARGE-EXIT
           END-IF.
      *    A RECORD WRITTEN BEFORE THE SURCHARGE EXISTED HAS NONE
           IF TRM-SURCHARGE IS NOT NUMERIC OR
              TRM-SURCHARGE NOT > 0 THEN
              GO TO CHECK-SURCHARGE-EXIT
           END-IF.
           MOVE TRM-SURCHARGE TO SURCHARGE-AMOUNT.
           MOVE TRM-SURCHARGE TO EDIT-SURCH.

           IF IA-SURCH-CANCELLED THEN
              MOVE 1 TO RET-CODE
              MOVE EC-SURCH-DECLINED TO OA-STATUS-CODE
              MOVE SPACES TO LOG-MSG-BUFFER
              STRING 'Foreign surcharge ' DELIMITED SIZE
                     EDIT-SURCH DELIMITED SIZE
                     ' declined - cancelled' DELIMITED SIZE
                     INTO LOG-MSG-BUFFER
              END-STRING
              PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
              GO TO CHECK-SURCHARGE-EXIT
           END-IF.

           IF IA-SURCH-ACCEPTED AND
              IA-SURCH-AMOUNT IS NUMERIC AND
              IA-SURCH-AMOUNT = SURCHARGE-AMOUNT THEN
              GO TO CHECK-SURCHARGE-EXIT
           END-IF.

           MOVE 1 TO RET-CODE.
           MOVE EC-SURCH-DISCLOSE TO OA-STATUS-CODE.
           MOVE SURCHARGE-AMOUNT  TO OA-SURCHARGE.
           SET DISCLOSURE-DUE TO TRUE.

       CHECK-SURCHARGE-EXIT.
           EXIT.

      **************************************************
      *    QUEUE THE CAPTURE FOR THE NIGHTLY ICHGPOST
      *    INTERCHANGE BUILD
           END-IF.
           MOVE EIBTRMID    TO ICX-TERM-ID.
           MOVE EIBTASKN    TO ICX-TRACE.
           MOVE SURCHARGE-AMOUNT TO ICX-SURCHARGE.

           MOVE LENGTH OF CAPTURE-RECORD TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('WICX')
