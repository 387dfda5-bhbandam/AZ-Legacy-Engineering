              88 NTF-TYPE-EXCESS-WD             VALUE 'EW'.
              88 NTF-TYPE-NEG-BALANCE           VALUE 'NB'.
              88 NTF-TYPE-LOAN-DELINQ           VALUE 'LQ'.
              88 NTF-TYPE-UNCLAIMED-PROP        VALUE 'UP'.
              88 NTF-TYPE-ID-REFRESH            VALUE 'ID'.
              88 NTF-TYPE-MAJORITY              VALUE 'MJ'.
              88 NTF-TYPE-LINE-BILL             VALUE 'LB'.
              88 NTF-TYPE-SDB-RENT              VALUE 'SB'.
              88 NTF-TYPE-HOLD-NOTICE           VALUE 'HN'.
              88 NTF-TYPE-PROOF-OF-INS          VALUE 'PI'.
              88 NTF-TYPE-ACH-BLOCKED           VALUE 'AB'.
              88 NTF-TYPE-BRANCH-CHANGE         VALUE 'BC'.
      *       EMAIL/TEXT BOUNCED - ALWAYS PRINTED, NEVER SENT ON
              88 NTF-TYPE-DELIVERY-FAIL         VALUE 'DF'.
           05 NTF-TEXT                    PIC X(60).
           05 FILLER                      PIC X(09).
