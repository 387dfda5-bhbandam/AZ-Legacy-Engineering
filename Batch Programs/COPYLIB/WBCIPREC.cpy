      *****************************************************************
      *  WBCIPREC - WOODGROVEBANK CUSTOMER IDENTIFICATION PROGRAM     *
      *  (CIP) RECORD LAYOUT, AS STORED IN THE WBCIPDB VSAM FILE.     *
      *  ONE RECORD PER CUSTOMER, KEYED BY CUSTOMER ID LIKE WBCUSTDB. *
      *  WRITTEN BY WGRVADDC / WTIADDC WHEN THE CUSTOMER IS ADDED -   *
      *  NO CUSTOMER IS ADDED WITHOUT ONE - AND REFRESHED ON THE      *
      *  WGRVCIP SCREEN WHEN A NEW DOCUMENT IS SEEN. THE MONTHLY      *
      *  CIPEXP BATCH LISTS DOCUMENTS EXPIRED OR EXPIRING AND QUEUES  *
      *  THE REFRESH-REQUEST NOTICE.                                  *
      *  ID TYPES: DL DRIVER LICENSE, SI STATE ID CARD, PP PASSPORT,  *
      *  MI MILITARY ID, RC PERMANENT RESIDENT CARD, OT OTHER         *
      *  GOVERNMENT ISSUE. THE SECONDARY DOCUMENT IS OPTIONAL (TYPE   *
      *  SPACES) AND A BLANK EXPIRY MEANS THE DOCUMENT DOES NOT       *
      *  EXPIRE. ALL DATES ARE YYYY-MM-DD.                            *
      *****************************************************************
       01  WBCIP-RECORD.
           05 CIP-CUST-ID                 PIC X(10).
           05 CIP-SSN                     PIC X(9).
           05 CIP-BIRTH-DATE              PIC X(10).
           05 CIP-PRIMARY-ID.
              10 CIP-PRI-ID-TYPE          PIC X(2).
                 88 CIP-PRI-ID-TYPE-VALID      VALUE 'DL' 'SI' 'PP'
                                                     'MI' 'RC' 'OT'.
              10 CIP-PRI-ID-NUMBER        PIC X(20).
              10 CIP-PRI-ID-ISSUER        PIC X(10).
              10 CIP-PRI-ID-EXPIRY        PIC X(10).
           05 CIP-SECONDARY-ID.
              10 CIP-SEC-ID-TYPE          PIC X(2).
                 88 CIP-SEC-ID-NONE            VALUE SPACES.
                 88 CIP-SEC-ID-TYPE-VALID      VALUE 'DL' 'SI' 'PP'
                                                     'MI' 'RC' 'OT'.
              10 CIP-SEC-ID-NUMBER        PIC X(20).
              10 CIP-SEC-ID-ISSUER        PIC X(10).
              10 CIP-SEC-ID-EXPIRY        PIC X(10).
           05 CIP-VERIFIED-BY             PIC X(3).
           05 CIP-VERIFIED-DATE           PIC X(10).
           05 FILLER                      PIC X(12).
