      *  WBCUSTDB. CAPTURED AT ONBOARDING AND REVIEWED ON THE         *
      *  WGRVKYC SCREEN; THE MONTHLY KYCVAR BATCH COMPARES ACTUAL     *
      *  WBTXNDB CASH ACTIVITY AGAINST THE STATED PATTERN AND         *
      *  REPORTS CUSTOMERS RUNNING FAR OUTSIDE IT. THE MONTHLY        *
      *  RISKRATE BATCH STORES THE AML RISK RATING HERE WITH THE      *
      *  FACTORS BEHIND IT (ONE BYTE PER SOURCE, CARRYING ITS LETTER  *
      *  WHEN IT CONTRIBUTED) AND SETS THE NEXT REVIEW DATE BY TIER;  *
      *  WGRVKYC WORKS THE PROFILES THAT ARE DUE.                     *
      *****************************************************************
       01  WBKYC-RECORD.
           05 KYC-CUST-ID                 PIC X(10).
           05 KYC-CAPTURED-DATE           PIC X(10).
           05 KYC-REVIEWED-DATE           PIC X(10).
           05 KYC-REVIEWED-BY             PIC X(3).
           05 KYC-RISK-RATING             PIC X(1).
              88 KYC-RISK-LOW                    VALUE 'L'.
              88 KYC-RISK-MEDIUM                 VALUE 'M'.
              88 KYC-RISK-HIGH                   VALUE 'H'.
           05 KYC-PRIOR-RATING            PIC X(1).
           05 KYC-RISK-SCORE              PIC 9(2).
           05 KYC-RISK-FACTORS.
              10 KYC-FACTOR-VARIANCE      PIC X(1).
              10 KYC-FACTOR-CTR           PIC X(1).
              10 KYC-FACTOR-SAR           PIC X(1).
              10 KYC-FACTOR-KITE          PIC X(1).
              10 KYC-FACTOR-WIRE          PIC X(1).
              10 KYC-FACTOR-WATCH         PIC X(1).
           05 KYC-RATED-DATE              PIC X(10).
           05 KYC-NEXT-REVIEW-DATE        PIC X(10).
           05 FILLER                      PIC X(10).
