      *  SERIAL NUMBER ISSUED FROM THE WBOCNBR DISPENSER. THE         *
      *  CHECK-POSTING RUN MARKS AN INSTRUMENT PAID WHEN IT CLEARS;   *
      *  OUTSTANDING INSTRUMENTS AGE ON THE OCHKRPT REPORT FOR THE    *
      *  ESCHEATMENT PROCESS; THE ANNUAL ESCHRMIT REMITTANCE MARKS    *
      *  THOSE STILL UNCLAIMED AT THE CUTOFF ESCHEATED.               *
      *****************************************************************
       01  WBOCH-RECORD.
           05 OCH-SERIAL                  PIC 9(10).
              88 OCH-STATUS-PAID                         VALUE 'P'.
              88 OCH-STATUS-STOPPED                      VALUE 'S'.
              88 OCH-STATUS-VOID                         VALUE 'V'.
              88 OCH-STATUS-ESCHEATED                    VALUE 'E'.
           05 OCH-PAID-DATE               PIC X(10)      VALUE SPACES.
