      ** REQUEST GOES ON WBSTMREQ AND THE NIGHTLY STMRECAL RUN       *
      ** ANSWERS IT FROM THE STMTGEN ARCHIVE GENERATIONS,            *
      ** REPRODUCING THE STATEMENT EXACTLY AS ORIGINALLY RENDERED.   *
      ** LOAN DISCLOSURES FROM LNDISCL SHARE THE ARCHIVE - A REQUEST *
      ** FOR THE LOAN NAMING ITS BOOKING DATE REPRINTS THE TRUTH-IN- *
      ** LENDING DISCLOSURE AND AMORTIZATION SCHEDULE.               *
      ** EVERY REQUEST IS LOGGED TO WBAUDTDB.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
