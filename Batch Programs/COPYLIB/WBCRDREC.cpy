      *  EVER CHECKED - A HOT CARD DECLINES THE SESSION THE MOMENT    *
      *  CUSTOMER SERVICE SETS THE STATUS, WITHOUT TOUCHING THE       *
      *  CUSTOMER'S OTHER CARDS OR PIN.                               *
      *  THE MONTHLY CRDREIS RUN ISSUES A PENDING REPLACEMENT FOR     *
      *  EACH ACTIVE CARD EXPIRING NEXT MONTH. THE REPLACEMENT NAMES  *
      *  THE CARD IT REPLACES BY ITS SEQUENCE (POSITIONS 5-16 - THE   *
      *  BANK PREFIX IS THE SAME) AND BECOMES ACTIVE ON FIRST USE AT  *
      *  AN ATM (WBVALUSR) OR WHEN A TELLER ACTIVATES IT ON WGRVCARD, *
      *  WHICH ALSO CLOSES THE CARD IT REPLACES.                      *
      *  A REPLACEMENT ORDERED THROUGH CUSTOMERCARE (WTICARD) WHEN A  *
      *  CARD IS REPORTED LOST OR STOLEN IS WRITTEN PENDING WITH      *
      *  CRD-EMBOSS-SW 'O'; THE NEXT CRDREIS RUN SENDS IT TO THE      *
      *  EMBOSSER AND CLEARS THE FLAG.                                *
      *****************************************************************
       01  WBCRD-RECORD.
           05 CRD-CARD-NUM                PIC X(16).
              88 CRD-STATUS-BLOCKED                      VALUE 'B'.
              88 CRD-STATUS-HOT                          VALUE 'H'.
              88 CRD-STATUS-CLOSED                       VALUE 'X'.
              88 CRD-STATUS-PENDING                      VALUE 'P'.
           05 CRD-REPLACES-SEQ            PIC 9(12).
      *    SET ON THE OLD CARD ONCE CRDREIS HAS ISSUED ITS REPLACEMENT
           05 CRD-REISSUE-SW              PIC X(1).
              88 CRD-REPLACEMENT-ISSUED                  VALUE 'Y'.
           05 CRD-EMBOSS-SW               PIC X(1).
              88 CRD-EMBOSS-ORDERED                      VALUE 'O'.
