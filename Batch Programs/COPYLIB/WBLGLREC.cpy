      *  RECORD PER COURT ORDER AGAINST AN ACCOUNT, KEYED LIKE THE    *
      *  ACCOUNT PLUS A SEQUENCE, MAINTAINED ON THE WGRVLGL           *
      *  SUPERVISOR SCREEN. EVERY DEBIT PATH (WBGCASH, WBXFER,        *
      *  WGRVADDA, CHKPOST, ACHPOST, STOPOST, ZBASWEEP) TREATS THE    *
      *  FROZEN AMOUNT AS UNAVAILABLE THE SAME WAY A WBHOLDDB HOLD    *
      *  IS - A FULL FREEZE BLOCKS ALL DEBITS - WHILE CREDITS STILL   *
      *  POST. AN ORDER IS IN FORCE FROM ITS EFFECTIVE DATE UP TO     *
      *  AND INCLUDING ITS EXPIRY DATE (BLANK EXPIRY = UNTIL          *
      *  RELEASED).                                                   *
      *****************************************************************
       01  WBLGL-RECORD.
           05 LGL-KEY.
