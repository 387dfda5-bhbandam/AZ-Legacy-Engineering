      *****************************************************************
      *  WBCMPREC - WOODGROVEBANK CUSTOMER COMPLAINT RECORD LAYOUT,   *
      *  AS STORED IN THE WBCMPLDB VSAM FILE. ONE RECORD PER          *
      *  COMPLAINT, KEYED BY CUSTOMER SSN PLUS A SEQUENCE. COMPLAINTS *
      *  ARE LOGGED, ASSIGNED AND RESOLVED ON THE WGRVCMPL TELLER     *
      *  SCREEN, WHICH STAMPS THE BRANCH FROM THE ACCOUNT (OR THE     *
      *  LOGGING OPERATOR'S WBOPERDB BRANCH WHEN NO ACCOUNT IS NAMED) *
      *  AND A RESPONSE DUE DATE FIFTEEN DAYS OUT. CMPLAGE AGES THE   *
      *  OPEN COMPLAINTS WEEKLY AGAINST THE DUE DATE; CMPLQTR         *
      *  SUMMARIZES A QUARTER BY CATEGORY AND BRANCH FOR THE          *
      *  COMPLIANCE COMMITTEE. A RESOLVED COMPLAINT CARRIES ITS ROOT  *
      *  CAUSE AND RESOLUTION AND IS KEPT FOR THE EXAMINERS' LOG.     *
      *****************************************************************
       01  WBCMP-RECORD.
           05 CMP-KEY.
              10 CMP-SSN                  PIC X(9).
              10 CMP-SEQ                  PIC 9(4).
           05 CMP-ACCT-NUM                PIC X(10).
           05 CMP-BRANCH                  PIC X(3).
           05 CMP-CHANNEL-CODE            PIC X(1).
              88 CMP-CHANNEL-TELLER              VALUE 'T'.
              88 CMP-CHANNEL-PHONE               VALUE 'P'.
              88 CMP-CHANNEL-LETTER              VALUE 'L'.
              88 CMP-CHANNEL-EMAIL               VALUE 'E'.
              88 CMP-CHANNEL-REGULATOR           VALUE 'R'.
              88 CMP-CHANNEL-VALID               VALUE 'T' 'P' 'L'
                                                       'E' 'R'.
           05 CMP-CATEGORY-CODE           PIC X(2).
              88 CMP-CATEGORY-FEES               VALUE 'FE'.
              88 CMP-CATEGORY-ERRORS             VALUE 'ER'.
              88 CMP-CATEGORY-SERVICE            VALUE 'SV'.
              88 CMP-CATEGORY-DISCRIM            VALUE 'DI'.
              88 CMP-CATEGORY-PRIVACY            VALUE 'PR'.
              88 CMP-CATEGORY-DISCLOSURE         VALUE 'DS'.
              88 CMP-CATEGORY-COLLECTIONS        VALUE 'CO'.
              88 CMP-CATEGORY-OTHER              VALUE 'OT'.
              88 CMP-CATEGORY-VALID              VALUE 'FE' 'ER'
                                                       'SV' 'DI'
                                                       'PR' 'DS'
                                                       'CO' 'OT'.
           05 CMP-RECEIVED-DATE           PIC X(10).
           05 CMP-DUE-DATE                PIC X(10).
           05 CMP-STATUS-CODE             PIC X(1).
              88 CMP-STATUS-OPEN                 VALUE 'O'.
              88 CMP-STATUS-RESOLVED             VALUE 'R'.
           05 CMP-DESC-TEXT               PIC X(60).
           05 CMP-OPENED-OPID             PIC X(3).
           05 CMP-ASSIGNED-OPID           PIC X(3).
           05 CMP-ROOT-CAUSE-CODE         PIC X(2).
              88 CMP-CAUSE-PROCESS               VALUE 'PR'.
              88 CMP-CAUSE-TRAINING              VALUE 'TR'.
              88 CMP-CAUSE-SYSTEM                VALUE 'SY'.
              88 CMP-CAUSE-POLICY                VALUE 'PO'.
              88 CMP-CAUSE-THIRD-PARTY           VALUE 'TP'.
              88 CMP-CAUSE-NO-FAULT              VALUE 'NF'.
              88 CMP-CAUSE-VALID                 VALUE 'PR' 'TR'
                                                       'SY' 'PO'
                                                       'TP' 'NF'.
           05 CMP-RESOLUTION-TEXT         PIC X(40).
           05 CMP-RESOLVED-DATE           PIC X(10).
           05 CMP-RESOLVED-OPID           PIC X(3).
           05 FILLER                      PIC X(29).
