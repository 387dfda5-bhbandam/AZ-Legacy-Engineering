      *****************************************************************
      *  WBIDXREC - WOODGROVEBANK LOAN INDEX-RATE RECORD LAYOUT, AS   *
      *  STORED IN THE WBIDXDB VSAM FILE. ONE RECORD PER INDEX (E.G.  *
      *  PRIM FOR THE PRIME RATE) AND EFFECTIVE DATE, SO THE HISTORY  *
      *  OF AN INDEX READS BACK IN DATE ORDER AND THE LAST ENTRY      *
      *  WHOSE EFFECTIVE DATE IS NOT IN THE FUTURE IS THE CURRENT     *
      *  VALUE. MAINTAINED ON THE WGRVINDX SCREEN; READ BY THE        *
      *  NIGHTLY LNREPRC RUN TO REPRICE VARIABLE-RATE LOANS (SEE      *
      *  WBVRLREC).                                                   *
      *****************************************************************
       01  WBIDX-RECORD.
           05 IDX-KEY.
              10 IDX-CODE                 PIC X(04).
              10 IDX-EFFECTIVE-DATE       PIC X(10).
           05 IDX-RATE                    PIC S9(3)V99   COMP-3.
           05 IDX-MAINT-OPID              PIC X(03).
           05 IDX-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(10).
