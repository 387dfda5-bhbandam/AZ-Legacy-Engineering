      *****************************************************************
      *  WBDITREC - WOODGROVEBANK DEPOSITED-ITEM HISTORY RECORD       *
      *  LAYOUT, AS STORED IN THE WBDITMDB VSAM FILE. ONE RECORD PER  *
      *  CHECK DEPOSITED, KEYED BY THE ITEM'S OWN MICR LINE - THE     *
      *  DRAWEE ROUTING NUMBER, THE DRAWER'S ACCOUNT NUMBER (LEFT     *
      *  JUSTIFIED, NO SPACES OR DASHES) AND THE CHECK SERIAL - SO A  *
      *  CHECK PRESENTED A SECOND TIME IS FOUND WHICHEVER CHANNEL     *
      *  TOOK IT FIRST. WRITTEN BY RDCPOST FOR MOBILE DEPOSITS, BY    *
      *  THE WGRVADDA DEPOSIT-HOLD FUNCTION FOR TELLER DEPOSITS AND   *
      *  BY ENVVERIF WHEN THE BRANCH KEYS AN ATM ENVELOPE'S CHECK.    *
      *****************************************************************
       01  WBDIT-RECORD.
           05 DIT-KEY.
              10 DIT-ROUTING              PIC X(9).
              10 DIT-MICR-ACCT            PIC X(17).
              10 DIT-SERIAL               PIC 9(10).
           05 DIT-CHANNEL-CODE            PIC X(1).
              88 DIT-CHANNEL-MOBILE              VALUE 'M'.
              88 DIT-CHANNEL-TELLER              VALUE 'T'.
              88 DIT-CHANNEL-ATM                 VALUE 'A'.
           05 DIT-SSN                     PIC X(9).
           05 DIT-ACCT-NUM                PIC X(10).
           05 DIT-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 DIT-DEPOSIT-DATE            PIC X(10).
           05 DIT-ITEM-REF                PIC X(15).
           05 DIT-SOURCE-ID               PIC X(8).
           05 FILLER                      PIC X(23).
