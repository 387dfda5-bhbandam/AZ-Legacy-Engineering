      *****************************************************************
      *  WBCNPREC - WOODGROVEBANK CUSTOMER NOTICE DELIVERY PREFERENCE *
      *  RECORD LAYOUT, AS STORED IN THE WBCNPFDB VSAM FILE. ONE      *
      *  RECORD PER CUSTOMER ID THAT HAS GIVEN AN EMAIL ADDRESS OR A  *
      *  MOBILE NUMBER, MAINTAINED ON THE WGRVCNTC TELLER SCREEN. A   *
      *  CUSTOMER WITH NO RECORD GETS EVERY NOTICE AS A PRINTED       *
      *  LETTER, AS BEFORE.                                           *
      *  NTFYGEN SENDS EACH NOTICE BY THE CHANNEL SET FOR ITS NOTICE  *
      *  TYPE (WBNTFREC TYPE CODE) IN THE OVERRIDE TABLE, ELSE BY THE *
      *  CUSTOMER'S DEFAULT CHANNEL. EMAIL AND TEXT NOTICES GO TO THE *
      *  MESSAGING GATEWAY ON MSGOUT (WBOMSREC); A NOTICE WHOSE       *
      *  ADDRESS IS MISSING OR HAS BOUNCED PRINTS INSTEAD. NTFBNCE    *
      *  MARKS AN ADDRESS BOUNCED FROM THE GATEWAY'S RETURN FILE;     *
      *  ENTERING THE ADDRESS AGAIN ON WGRVCNTC CLEARS THE MARK.      *
      *****************************************************************
       01  WBCNP-RECORD.
           05 CNP-CUST-ID                 PIC X(10).
           05 CNP-SSN                     PIC X(9).
           05 CNP-EMAIL-ADDR              PIC X(60).
           05 CNP-EMAIL-STATUS            PIC X(1).
              88 CNP-EMAIL-GOOD                  VALUE ' '.
              88 CNP-EMAIL-BOUNCED               VALUE 'B'.
           05 CNP-EMAIL-BOUNCE-DATE       PIC X(10).
           05 CNP-MOBILE-NUM              PIC X(15).
           05 CNP-MOBILE-STATUS           PIC X(1).
              88 CNP-MOBILE-GOOD                 VALUE ' '.
              88 CNP-MOBILE-BOUNCED              VALUE 'B'.
           05 CNP-MOBILE-BOUNCE-DATE      PIC X(10).
      *    CHANNEL FOR ANY NOTICE TYPE NOT IN THE OVERRIDE TABLE
           05 CNP-DEFAULT-CHANNEL         PIC X(1).
              88 CNP-DEFAULT-PRINT               VALUE 'P' ' '.
              88 CNP-DEFAULT-EMAIL               VALUE 'E'.
              88 CNP-DEFAULT-TEXT                VALUE 'T'.
      *    PER-NOTICE-TYPE OVERRIDES - A BLANK TYPE IS AN UNUSED SLOT
           05 CNP-TYPE-PREF OCCURS 10 TIMES
                            INDEXED BY CNP-IDX.
              10 CNP-PREF-TYPE-CODE       PIC X(2).
              10 CNP-PREF-CHANNEL         PIC X(1).
           05 CNP-LAST-BOUNCE-REASON      PIC X(2).
           05 CNP-CHANGE-DATE             PIC X(10).
           05 CNP-CHANGE-OPID             PIC X(3).
           05 FILLER                      PIC X(38).
