      *****************************************************************
      *  WBHPLREC - WOODGROVEBANK DEPOSIT HOLD-POLICY RECORD LAYOUT,  *
      *  AS STORED IN THE WBHPOLDB VSAM FILE. ONE RECORD PER DEPOSIT  *
      *  TYPE, MAINTAINED ON THE WGRVHPOL SCREEN. EVERY PATH THAT     *
      *  TAKES A DEPOSIT (THE WGRVADDA TELLER HOLD, THE WBDEPOS ATM   *
      *  ENVELOPE AND ITS SAFPOST REPLAY, THE DEPPOST INBOUND DEPOSIT *
      *  FILE) DERIVES THE HOLD FROM THE ENTRY FOR ITS DEPOSIT TYPE:  *
      *    - THE NEXT-DAY AMOUNT IS NEVER HELD; THE REST OF THE       *
      *      DEPOSIT IS HELD FOR THE STANDARD DAYS                    *
      *    - AN EXCEPTION HOLDS IT LONGER: ACCOUNT OPEN FEWER THAN    *
      *      THE NEW-ACCOUNT AGE DAYS (AGED FROM THE ACCOUNT'S        *
      *      OPENING ITEM), A DEPOSIT OVER THE LARGE-ITEM THRESHOLD,  *
      *      OR AT LEAST THE REPEAT COUNT OF OVERDRAFT CHARGES IN THE *
      *      LAST SIX MONTHS. THE LONGEST EXCEPTION WINS; A ZERO      *
      *      AGE, THRESHOLD OR COUNT TURNS THAT EXCEPTION OFF.        *
      *    - A ZERO RESULT IN DAYS OR AMOUNT PLACES NO HOLD           *
      *  AN EXCEPTION HOLD QUEUES AN 'HN' HOLD NOTICE NAMING THE      *
      *  REASON AND THE DATE THE FUNDS BECOME AVAILABLE. AN ENTRY     *
      *  NOT YET EFFECTIVE, OR NO ENTRY, LEAVES THE PATH'S OWN HOLD   *
      *  (WHOLE AMOUNT, ITS DEFAULT DAYS) AS THE FALLBACK. DAYS ARE   *
      *  CALENDAR DAYS, AS ON EVERY HOLD RELEASE DATE.                *
      *                                                               *
      *  DEPOSIT TYPES                                                *
      *     CA  CASH                                                  *
      *     OC  CHECK DRAWN ON THIS BANK                              *
      *     LC  CHECK DRAWN ON ANOTHER BANK                           *
      *     GV  GOVERNMENT, CASHIER'S OR OTHER OFFICIAL CHECK         *
      *     EN  ATM ENVELOPE (CONTENTS UNVERIFIED)                    *
      *****************************************************************
       01  WBHPL-RECORD.
           05 HPL-KEY.
              10 HPL-DEP-TYPE             PIC X(02).
                 88 HPL-DEP-TYPE-VALID          VALUE 'CA' 'OC'
                                                      'LC' 'GV'
                                                      'EN'.
           05 HPL-STD-DAYS                PIC 9(03).
           05 HPL-NEXT-DAY-AMT            PIC S9(7)V99   COMP-3.
           05 HPL-NEW-ACCT-AGE            PIC 9(03).
           05 HPL-NEW-ACCT-DAYS           PIC 9(03).
           05 HPL-LARGE-AMT               PIC S9(9)V99   COMP-3.
           05 HPL-LARGE-DAYS              PIC 9(03).
           05 HPL-OD-COUNT                PIC 9(03).
           05 HPL-OD-DAYS                 PIC 9(03).
           05 HPL-EFFECTIVE-DATE          PIC X(10).
           05 HPL-MAINT-OPID              PIC X(03).
           05 HPL-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(24).
