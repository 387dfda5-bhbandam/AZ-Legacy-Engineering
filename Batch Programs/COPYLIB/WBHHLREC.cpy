      *****************************************************************
      *  WBHHLREC - WOODGROVEBANK HOUSEHOLD MEMBERSHIP RECORD LAYOUT, *
      *  AS STORED IN THE WBHHLDDB VSAM FILE. ONE RECORD PER CUSTOMER *
      *  ID THAT IS IN A HOUSEHOLD, HAS BEEN KEPT OUT OF ONE BY A     *
      *  TELLER, OR HAS OPTED OUT OF HOUSEHOLDING. THE HOUSEHOLD ID   *
      *  IS THE CUSTOMER ID OF THE HOUSEHOLD'S FIRST MEMBER.          *
      *  THE NIGHTLY HHLDBLD RUN GROUPS CUSTOMERS AT THE SAME STREET  *
      *  AND ZIP (SOURCE M) AND MAINTAINS ONLY ITS OWN RECORDS; LINKS *
      *  SET ON THE WGRVHHLD TELLER SCREEN (SOURCE T) AND OPT-OUTS    *
      *  ARE NEVER CHANGED BY THE RUN. STMTGEN AND NTFYGEN PUT ALL OF *
      *  A HOUSEHOLD'S MAIL FOR THE NIGHT IN ONE ENVELOPE BEHIND A    *
      *  HOUSEHOLD COVER PAGE - EXCEPT AN OPTED-OUT MEMBER OR ONE     *
      *  WHOSE ADDRESS IS FLAGGED FOR RETURNED MAIL, WHICH ALWAYS     *
      *  MAILS ALONE. A BLANK HOUSEHOLD ID IS NOT IN ANY HOUSEHOLD.   *
      *****************************************************************
       01  WBHHL-RECORD.
           05 HHL-CUST-ID                 PIC X(10).
           05 HHL-HHLD-ID                 PIC X(10).
           05 HHL-SSN                     PIC X(9).
           05 HHL-SOURCE-CODE             PIC X(1).
              88 HHL-SOURCE-MATCH                VALUE 'M'.
              88 HHL-SOURCE-TELLER               VALUE 'T'.
           05 HHL-OPT-OUT-SW              PIC X(1).
              88 HHL-OPTED-OUT                   VALUE 'Y'.
           05 HHL-LINK-DATE               PIC X(10).
           05 HHL-OPID                    PIC X(3).
           05 FILLER                      PIC X(16).
