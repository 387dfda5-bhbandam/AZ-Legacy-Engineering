      *****************************************************************
      *  BKBAUREC - BOOK MASTER CHANGE AUDIT RECORD LAYOUT, AS        *
      *  WRITTEN TO BOOKAUD-DD BY THE VSAMBOOK MAINTENANCE RUN        *
      *  (BKBOOKMT). ONE RECORD PER ADD, CHANGE OR RETIREMENT         *
      *  APPLIED, CARRYING THE REQUESTER AND THE MAINTAINED FIELDS    *
      *  AS THEY STOOD BEFORE AND AFTER THE CHANGE. THE BEFORE IMAGE  *
      *  OF AN ADD IS SPACES AND ZEROS.                               *
      *****************************************************************
       01  BKBAU-RECORD.
           05 BAU-RUN-DATE                PIC X(10).
           05 BAU-RUN-TIME                PIC X(08).
           05 BAU-REQUESTED-BY            PIC X(08).
           05 BAU-ACTION                  PIC X(01).
              88 BAU-ADD                         VALUE 'A'.
              88 BAU-CHANGE                      VALUE 'C'.
              88 BAU-RETIRE                      VALUE 'R'.
           05 BAU-BOOK-ID                 PIC 9(08).
           05 BAU-BEFORE-IMAGE.
              10 BAU-B-TITLE              PIC X(255).
              10 BAU-B-ISBN               PIC X(13).
              10 BAU-B-PUBLISHER-ID       PIC 9(04).
              10 BAU-B-LIST-PRICE         PIC S9(7)V99 COMP-3.
              10 BAU-B-PUBLISHED-DATE     PIC X(10).
              10 BAU-B-TOTAL-PAGES        PIC 9(09).
              10 BAU-B-STATUS             PIC X(01).
           05 BAU-AFTER-IMAGE.
              10 BAU-A-TITLE              PIC X(255).
              10 BAU-A-ISBN               PIC X(13).
              10 BAU-A-PUBLISHER-ID       PIC 9(04).
              10 BAU-A-LIST-PRICE         PIC S9(7)V99 COMP-3.
              10 BAU-A-PUBLISHED-DATE     PIC X(10).
              10 BAU-A-TOTAL-PAGES        PIC 9(09).
              10 BAU-A-STATUS             PIC X(01).
           05 FILLER                      PIC X(11).
