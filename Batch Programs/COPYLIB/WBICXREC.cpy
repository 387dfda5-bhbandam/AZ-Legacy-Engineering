      *  AND ITS DATASET IS READ BACK BY THE NIGHTLY ICHGPOST BATCH,  *
      *  WHICH BUILDS THE OUTGOING INTERCHANGE FILE FOR THE REGIONAL  *
      *  NETWORK AND FOLDS THE TOTALS INTO THE NET-SETTLEMENT REPORT. *
      *  THE SURCHARGE IS THE AMOUNT THE CARDHOLDER ACCEPTED AT THE   *
      *  TERMINAL, SETTLED WITH THE NETWORK ON TOP OF THE WITHDRAWAL. *
      *  CAPTURES QUEUED BEFORE IT EXISTED CARRY SPACES THERE.        *
      *****************************************************************
       01  WBICX-RECORD.
           05 ICX-CARD-NUM                PIC X(16).
           05 ICX-TIME                    PIC X(08).
           05 ICX-TERM-ID                 PIC X(04).
           05 ICX-TRACE                   PIC 9(06).
           05 ICX-SURCHARGE               PIC S9(5)V99   COMP-3.
           05 FILLER                      PIC X(22).
