      *****************************************************************
      *  WBOMSREC - WOODGROVEBANK OUTBOUND MESSAGE RECORD LAYOUT FOR  *
      *  THE EMAIL/TEXT MESSAGING GATEWAY. NTFYGEN WRITES ONE FILE    *
      *  PER NIGHT ON MSGOUT-DD:                                      *
      *     'H' - ONE FILE HEADER                                     *
      *     'M' - ONE PER MESSAGE (CUSTOMER AND CHANNEL), CARRYING    *
      *           THE EMAIL ADDRESS OR MOBILE NUMBER                  *
      *     'D' - ONE PER NOTICE IN THE MESSAGE, UNDER ITS 'M'        *
      *     'T' - ONE CONTROL TRAILER WITH THE MESSAGE, NOTICE AND    *
      *           RECORD COUNTS AND A HASH TOTAL OF THE MESSAGE SSNS  *
      *  THE MESSAGE ID (RUN DATE + SEQUENCE) IS ECHOED BACK ON THE   *
      *  GATEWAY'S BOUNCE FILE, WHICH NTFBNCE MATCHES AGAINST THE     *
      *  SAME FILE TO RE-QUEUE THE UNDELIVERED NOTICES FOR PRINT.     *
      *****************************************************************
       01  WBOMS-RECORD.
           05 OMS-RECORD-TYPE             PIC X(1).
              88 OMS-FILE-HEADER                 VALUE 'H'.
              88 OMS-MSG-HEADER                  VALUE 'M'.
              88 OMS-MSG-DETAIL                  VALUE 'D'.
              88 OMS-FILE-TRAILER                VALUE 'T'.
           05 OMS-MSG-ID.
              10 OMS-MSG-DATE             PIC X(10).
              10 OMS-MSG-SEQ              PIC 9(7).
           05 OMS-BODY                    PIC X(182).
           05 OMS-HEADER-BODY REDEFINES OMS-BODY.
              10 OMS-H-SOURCE-PGM         PIC X(8).
              10 OMS-H-RUN-DATE           PIC X(10).
              10 FILLER                   PIC X(164).
           05 OMS-MESSAGE-BODY REDEFINES OMS-BODY.
              10 OMS-M-CHANNEL            PIC X(1).
                 88 OMS-M-EMAIL                  VALUE 'E'.
                 88 OMS-M-TEXT                   VALUE 'T'.
              10 OMS-M-CUST-ID            PIC X(10).
              10 OMS-M-SSN                PIC X(9).
              10 OMS-M-NAME               PIC X(30).
      *          EMAIL ADDRESS, OR THE MOBILE NUMBER LEFT-JUSTIFIED
              10 OMS-M-ADDRESS            PIC X(60).
              10 OMS-M-NOTICE-COUNT       PIC 9(2).
              10 FILLER                   PIC X(70).
           05 OMS-DETAIL-BODY REDEFINES OMS-BODY.
              10 OMS-D-ACCT-NUM           PIC X(10).
              10 OMS-D-TYPE-CODE          PIC X(2).
              10 OMS-D-TEXT               PIC X(60).
              10 FILLER                   PIC X(110).
           05 OMS-TRAILER-BODY REDEFINES OMS-BODY.
              10 OMS-T-EMAIL-COUNT        PIC 9(7).
              10 OMS-T-TEXT-COUNT         PIC 9(7).
              10 OMS-T-DETAIL-COUNT       PIC 9(7).
      *          EVERY RECORD ON THE FILE, HEADER AND TRAILER INCLUDED
              10 OMS-T-RECORD-COUNT       PIC 9(9).
              10 OMS-T-SSN-HASH           PIC 9(15).
              10 FILLER                   PIC X(137).
