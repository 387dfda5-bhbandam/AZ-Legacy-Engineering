      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. REFINTEG.
      ****************************************************************
      * Weekly cross-file referential integrity sweep. Every file    *
      * that hangs off an account or a customer is walked against    *
      * WBACCTDB-DD and WBCUSTDB-DD and each record that points at   *
      * nothing, or whose status disagrees with its master's, is     *
      * listed by file and rule (see the rule table below):          *
      *   WBACCTDB  owner / joint owner SSN on no customer record    *
      *   WBHOLDDB  WBSTORD  WBSTOPDB  WBLEGLDB  WBSIGNDB  WBALRTDB  *
      *   WBCASEDB  WBCOLLDB  WBESCRDB  WBBENEDB  WBCSDDB            *
      *             account missing, or live entry on a closed or    *
      *             wrong-type account                               *
      *   WBCARDDB  cardholder unknown, or live card with no open    *
      *             account behind it                                *
      *   WBCIPDB   CIP record for an unknown customer, or carrying  *
      *             another SSN                                      *
      * A dependent file that is not allocated is reported as not    *
      * checked rather than failing the sweep. The run is a report   *
      * only unless PARM column 12 is 'F' (fix mode), which corrects *
      * the safe cases - holds and stop payments on closed accounts  *
      * are released, standing orders from or to a closed or        *
      * missing account suspended, signers and beneficiaries on a    *
      * closed account removed and alerts cancelled - and writes a   *
      * WBAUDTDB-DD entry for each. Legal orders, dispute cases,     *
      * collections, escrow, cards and CIP records are never changed *
      * here; they are left for the owning area. RC 4 when any       *
      * exception is left for review.                                *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBHOLDDB-FILE
               ASSIGN       TO WBHOLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS.

           SELECT WBSTORD-FILE
               ASSIGN       TO WBSTORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS STO-KEY
               FILE STATUS  IS WBSTORD-FILE-STATUS.

           SELECT WBSTOPDB-FILE
               ASSIGN       TO WBSTOPDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS STP-KEY
               FILE STATUS  IS WBSTOPDB-FILE-STATUS.

           SELECT WBLEGLDB-FILE
               ASSIGN       TO WBLEGLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS LGL-KEY
               FILE STATUS  IS WBLEGLDB-FILE-STATUS.

           SELECT WBSIGNDB-FILE
               ASSIGN       TO WBSIGNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SGN-KEY
               FILE STATUS  IS WBSIGNDB-FILE-STATUS.

           SELECT WBALRTDB-FILE
               ASSIGN       TO WBALRTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS ALR-KEY
               FILE STATUS  IS WBALRTDB-FILE-STATUS.

           SELECT WBCASEDB-FILE
               ASSIGN       TO WBCASEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CAS-KEY
               FILE STATUS  IS WBCASEDB-FILE-STATUS.

           SELECT WBCOLLDB-FILE
               ASSIGN       TO WBCOLLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CLQ-KEY
               FILE STATUS  IS WBCOLLDB-FILE-STATUS.

           SELECT WBESCRDB-FILE
               ASSIGN       TO WBESCRDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS ESC-KEY
               FILE STATUS  IS WBESCRDB-FILE-STATUS.

           SELECT WBCARDDB-FILE
               ASSIGN       TO WBCARDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CRD-CARD-NUM
               FILE STATUS  IS WBCARDDB-FILE-STATUS.

           SELECT WBBENEDB-FILE
               ASSIGN       TO WBBENEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BEN-KEY
               FILE STATUS  IS WBBENEDB-FILE-STATUS.

           SELECT WBCIPDB-FILE
               ASSIGN       TO WBCIPDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CIP-CUST-ID
               FILE STATUS  IS WBCIPDB-FILE-STATUS.

           SELECT WBCSDDB-FILE
               ASSIGN       TO WBCSDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CSD-KEY
               FILE STATUS  IS WBCSDDB-FILE-STATUS.
           SELECT WBAUDTDB-FILE
               ASSIGN       TO WBAUDTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-KEY
               FILE STATUS  IS WBAUDTDB-FILE-STATUS WBAUDTDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBRUNLOG-FILE
               ASSIGN       TO WBRUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBSTORD-FILE.
           COPY WBSTOREC.

       FD  WBSTOPDB-FILE.
           COPY WBSTPREC.

       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

       FD  WBSIGNDB-FILE.
           COPY WBSGNREC.

       FD  WBALRTDB-FILE.
           COPY WBALRREC.

       FD  WBCASEDB-FILE.
           COPY WBCASREC.

       FD  WBCOLLDB-FILE.
           COPY WBCLQREC.

       FD  WBESCRDB-FILE.
           COPY WBESCREC.

       FD  WBCARDDB-FILE.
           COPY WBCRDREC.

       FD  WBBENEDB-FILE.
           COPY WBBENREC.

       FD  WBCIPDB-FILE.
           COPY WBCIPREC.

       FD  WBCSDDB-FILE.
           COPY WBCSDREC.
       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-RUN-MODE              PIC X(01).
              88 PARM-FIX-MODE                      VALUE 'F'.
           05 FILLER                     PIC X(68).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBAUDTDB-FILE-STATUS.
           05  STA-AUD-STAT1             PIC X(01).
           05  STA-AUD-STAT2             PIC X(01).
       01  WBAUDTDB-VSAM-CODE.
           05 AUD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 AUD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 AUD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

      *    THE DEPENDENT FILES ARE OPTIONAL AND SHARE ONE STATUS CHECK
       01  WBHOLDDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBSTORD-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBSTOPDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBLEGLDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBSIGNDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBALRTDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBCASEDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBCOLLDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBESCRDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBCARDDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBBENEDB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBCIPDB-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBCSDDB-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DEP-STATUS                 PIC X(02) VALUE SPACES.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(47)  VALUE
                  'REFERENTIAL INTEGRITY SWEEP - ORPHAN EXCEPTIONS'.
              10 FILLER        PIC X(34)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-MODE-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(10)  VALUE 'RUN MODE: '.
              10 WS-M-MODE     PIC X(60)  VALUE
                       'REPORT ONLY - NO RECORDS CHANGED'.
              10 FILLER        PIC X(60)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-FILE     PIC X(08).
              10 FILLER        PIC X(03)  VALUE ' - '.
              10 WS-S-TITLE    PIC X(40).
              10 FILLER        PIC X(79)  VALUE SPACES.

           05 WS-EXC-HEAD.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(06)  VALUE 'RULE'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(18)  VALUE 'ACCOUNT / KEY'.
              10 FILLER        PIC X(04)  VALUE 'ST'.
              10 FILLER        PIC X(42)  VALUE 'EXCEPTION'.
              10 FILLER        PIC X(47)  VALUE 'ACTION'.

           05 WS-EXC-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-E-RULE     PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-E-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-KEY      PIC X(16).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-STATUS   PIC X(01).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-E-DESC     PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-ACTION   PIC X(40).
              10 FILLER        PIC X(07)  VALUE SPACES.

           05 WS-PASS-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(14)  VALUE 'RECORDS READ: '.
              10 WS-P-READ     PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(15)  VALUE '   EXCEPTIONS: '.
              10 WS-P-EXC      PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(10)  VALUE '   FIXED: '.
              10 WS-P-FIXED    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(56)  VALUE SPACES.

           05 WS-NOT-CHECKED-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(37)  VALUE
                       'FILE NOT AVAILABLE - NOT CHECKED (FS '.
              10 WS-NC-STATUS  PIC X(02).
              10 FILLER        PIC X(01)  VALUE ')'.
              10 FILLER        PIC X(88)  VALUE SPACES.

           05 WS-SUM-HEAD.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(06)  VALUE 'RULE'.
              10 FILLER        PIC X(10)  VALUE 'FILE'.
              10 FILLER        PIC X(42)  VALUE 'EXCEPTION'.
              10 FILLER        PIC X(08)  VALUE 'FIXABLE'.
              10 FILLER        PIC X(12)  VALUE '       FOUND'.
              10 FILLER        PIC X(12)  VALUE '       FIXED'.
              10 FILLER        PIC X(38)  VALUE SPACES.

           05 WS-SUM-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-U-RULE     PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-U-FILE     PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-U-DESC     PIC X(40).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-U-FIXABLE  PIC X(01).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-U-FOUND    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-U-FIXED    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(41)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

      *****************************************************************
      *  THE INTEGRITY RULES - CODE, FILE, WHETHER FIX MODE MAY       *
      *  CORRECT IT, AND THE EXCEPTION TEXT. THE COUNTS RUN IN STEP   *
      *  IN WS-RULE-COUNTS.                                           *
      *****************************************************************
       01  WS-RULE-VALUES.
           05 FILLER        PIC X(03)  VALUE 'AC1'.
           05 FILLER        PIC X(08)  VALUE 'WBACCTDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ACCOUNT OWNER SSN NOT ON WBCUSTDB'.
           05 FILLER        PIC X(03)  VALUE 'AC2'.
           05 FILLER        PIC X(08)  VALUE 'WBACCTDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'JOINT OWNER SSN NOT ON WBCUSTDB'.
           05 FILLER        PIC X(03)  VALUE 'HL1'.
           05 FILLER        PIC X(08)  VALUE 'WBHOLDDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'HOLD ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'HL2'.
           05 FILLER        PIC X(08)  VALUE 'WBHOLDDB'.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE HOLD ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'SO1'.
           05 FILLER        PIC X(08)  VALUE 'WBSTORD '.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ORDER FROM ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'SO2'.
           05 FILLER        PIC X(08)  VALUE 'WBSTORD '.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE ORDER FROM CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'SO3'.
           05 FILLER        PIC X(08)  VALUE 'WBSTORD '.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE ORDER TO ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'SO4'.
           05 FILLER        PIC X(08)  VALUE 'WBSTORD '.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE ORDER TO CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'SP1'.
           05 FILLER        PIC X(08)  VALUE 'WBSTOPDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'STOP PAYMENT ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'SP2'.
           05 FILLER        PIC X(08)  VALUE 'WBSTOPDB'.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE STOP PAYMENT ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'LG1'.
           05 FILLER        PIC X(08)  VALUE 'WBLEGLDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'LEGAL ORDER ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'LG2'.
           05 FILLER        PIC X(08)  VALUE 'WBLEGLDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE LEGAL ORDER ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'SG1'.
           05 FILLER        PIC X(08)  VALUE 'WBSIGNDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'SIGNER ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'SG2'.
           05 FILLER        PIC X(08)  VALUE 'WBSIGNDB'.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE SIGNER ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'AL1'.
           05 FILLER        PIC X(08)  VALUE 'WBALRTDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ALERT ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'AL2'.
           05 FILLER        PIC X(08)  VALUE 'WBALRTDB'.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE ALERT ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'CS1'.
           05 FILLER        PIC X(08)  VALUE 'WBCASEDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'DISPUTE CASE ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'CS2'.
           05 FILLER        PIC X(08)  VALUE 'WBCASEDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'OPEN DISPUTE CASE ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'CL1'.
           05 FILLER        PIC X(08)  VALUE 'WBCOLLDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'COLLECTION ENTRY, ACCOUNT NOT ON FILE'.
           05 FILLER        PIC X(03)  VALUE 'CL2'.
           05 FILLER        PIC X(08)  VALUE 'WBCOLLDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'DELINQUENT ENTRY ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'CL3'.
           05 FILLER        PIC X(08)  VALUE 'WBCOLLDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'COLLECTION ENTRY ON NON-CREDIT ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'ES1'.
           05 FILLER        PIC X(08)  VALUE 'WBESCRDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ESCROW ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'ES2'.
           05 FILLER        PIC X(08)  VALUE 'WBESCRDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ESCROW ON NON-LOAN ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'ES3'.
           05 FILLER        PIC X(08)  VALUE 'WBESCRDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ESCROW BALANCE HELD ON CLOSED LOAN'.
           05 FILLER        PIC X(03)  VALUE 'CD1'.
           05 FILLER        PIC X(08)  VALUE 'WBCARDDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'CARDHOLDER SSN NOT ON WBCUSTDB'.
           05 FILLER        PIC X(03)  VALUE 'CD2'.
           05 FILLER        PIC X(08)  VALUE 'WBCARDDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'LIVE CARD, HOLDER HAS NO OPEN ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'BN1'.
           05 FILLER        PIC X(08)  VALUE 'WBBENEDB'.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'BENEFICIARY ON ACCOUNT NOT ON WBACCTDB'.
           05 FILLER        PIC X(03)  VALUE 'BN2'.
           05 FILLER        PIC X(08)  VALUE 'WBBENEDB'.
           05 FILLER        PIC X(01)  VALUE 'Y'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE BENEFICIARY ON CLOSED ACCOUNT'.
           05 FILLER        PIC X(03)  VALUE 'CP1'.
           05 FILLER        PIC X(08)  VALUE 'WBCIPDB '.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'CIP RECORD, CUSTOMER NOT ON WBCUSTDB'.
           05 FILLER        PIC X(03)  VALUE 'CP2'.
           05 FILLER        PIC X(08)  VALUE 'WBCIPDB '.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'CIP SSN DIFFERS FROM CUSTOMER SSN'.
           05 FILLER        PIC X(03)  VALUE 'CU1'.
           05 FILLER        PIC X(08)  VALUE 'WBCSDDB '.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'CUSTODIAL ENTRY, ACCOUNT NOT ON FILE'.
           05 FILLER        PIC X(03)  VALUE 'CU2'.
           05 FILLER        PIC X(08)  VALUE 'WBCSDDB '.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'ACTIVE ENTRY, ACCOUNT NOT OPEN CUSTODIAL'.
           05 FILLER        PIC X(03)  VALUE 'CU3'.
           05 FILLER        PIC X(08)  VALUE 'WBCSDDB '.
           05 FILLER        PIC X(01)  VALUE 'N'.
           05 FILLER        PIC X(40)  VALUE
              'MINOR OR CUSTODIAN NOT ON WBCUSTDB'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05 WS-RULE-ENTRY OCCURS 33 TIMES
                            INDEXED BY RUL-IDX.
              10 WS-RULE-CODE          PIC X(03).
              10 WS-RULE-FILE          PIC X(08).
              10 WS-RULE-FIXABLE       PIC X(01).
                 88 RULE-IS-FIXABLE              VALUE 'Y'.
              10 WS-RULE-DESC          PIC X(40).

       01  WS-RULE-COUNTS.
           05 WS-RULE-COUNT-ENTRY OCCURS 33 TIMES.
              10 WS-RULE-FOUND         PIC 9(07)  COMP-3.
              10 WS-RULE-FIXED         PIC 9(07)  COMP-3.

      *****************************************************************
      *  CUSTOMER TABLE, LOADED ONCE FROM WBCUSTDB SO EVERY SSN AND   *
      *  CUSTOMER-ID REFERENCE IS A TABLE LOOKUP. THE OPEN FLAG IS    *
      *  SET BY THE ACCOUNT PASS FOR ANY SSN OWNING (OR JOINTLY       *
      *  OWNING) AN ACCOUNT THAT IS NOT CLOSED.                       *
      *****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 5000 TIMES
                                INDEXED BY CUS-IDX.
              10 WS-CUST-ID     PIC X(10).
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-OPEN   PIC X(01).
                 88 CUST-HAS-OPEN-ACCT           VALUE 'Y'.

       01  WS-VARS.
           05 WS-LOOKUP-SSN            PIC X(09)     VALUE SPACES.
           05 WS-LOOKUP-ACCT           PIC X(10)     VALUE SPACES.
           05 WS-LOOKUP-ID             PIC X(10)     VALUE SPACES.
           05 WS-CUR-RULE              PIC X(03)     VALUE SPACES.
           05 WS-X-SSN                 PIC X(09)     VALUE SPACES.
           05 WS-X-KEY                 PIC X(16)     VALUE SPACES.
           05 WS-X-STATUS              PIC X(01)     VALUE SPACES.
           05 WS-FIX-TEXT              PIC X(40)     VALUE SPACES.
           05 WS-MASKED-SSN            PIC X(09)     VALUE SPACES.
           05 WS-SEQ-DISPLAY           PIC 9(04)     VALUE ZERO.
           05 WS-AUDIT-SEQ             PIC 9(10)     VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-PASS-READ             PIC 9(09)     VALUE ZERO.
           05 WS-PASS-EXC              PIC 9(09)     VALUE ZERO.
           05 WS-PASS-FIXED            PIC 9(09)     VALUE ZERO.
           05 WS-TOTAL-READ            PIC 9(09)     VALUE ZERO.
           05 WS-TOTAL-EXC             PIC 9(09)     VALUE ZERO.
           05 WS-TOTAL-FIXED           PIC 9(09)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'REFINTEG'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 SCAN-FLAG        PIC X(01)  VALUE 'N'.
              88 SCAN-IS-DONE             VALUE 'Y'.
           05 FIX-MODE-FLAG    PIC X(01)  VALUE 'N'.
              88 FIX-MODE-REQUESTED       VALUE 'Y'.
           05 ACCT-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 ACCT-WAS-FOUND           VALUE 'Y'.
           05 CUST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 CUST-WAS-FOUND           VALUE 'Y'.
           05 FIXED-FLAG       PIC X(01)  VALUE 'N'.
              88 EXCEPTION-WAS-FIXED      VALUE 'Y'.
           05 AUDIT-OPEN-FLAG  PIC X(01)  VALUE 'N'.
              88 AUDIT-IS-OPEN            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM CHECKS EVERY ACCOUNT- AND CUSTOMER-DEPENDENT
      * FILE AGAINST ITS MASTER AND LISTS THE ORPHANS, FIXING THE
      * SAFE CASES WHEN FIX MODE IS REQUESTED.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 1100-LOAD-CUSTOMERS    THRU 1100-EXIT

           OPEN INPUT WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

      *    FIXES ARE AUDITED - FIX MODE NEEDS THE AUDIT FILE
           IF FIX-MODE-REQUESTED
              OPEN I-O WBAUDTDB-FILE
              MOVE       'ERROR OPENING WBAUDTDB'   TO ERR-MSG
              PERFORM 9993-AUD-ERR-CHK            THRU 9993-EXIT
              SET AUDIT-IS-OPEN TO TRUE
           END-IF

           PERFORM 2000-ACCOUNT-PASS      THRU 2000-EXIT
           PERFORM 2100-HOLD-PASS         THRU 2100-EXIT
           PERFORM 2150-ORDER-PASS        THRU 2150-EXIT
           PERFORM 2200-STOP-PASS         THRU 2200-EXIT
           PERFORM 2250-LEGAL-PASS        THRU 2250-EXIT
           PERFORM 2300-SIGNER-PASS       THRU 2300-EXIT
           PERFORM 2350-ALERT-PASS        THRU 2350-EXIT
           PERFORM 2400-CASE-PASS         THRU 2400-EXIT
           PERFORM 2450-COLL-PASS         THRU 2450-EXIT
           PERFORM 2500-ESCROW-PASS       THRU 2500-EXIT
           PERFORM 2550-CARD-PASS         THRU 2550-EXIT
           PERFORM 2600-BENE-PASS         THRU 2600-EXIT
           PERFORM 2650-CIP-PASS          THRU 2650-EXIT
           PERFORM 2700-CUSTODIAL-PASS    THRU 2700-EXIT
           PERFORM 2900-REPORT-SUMMARY    THRU 2900-EXIT

           CLOSE WBACCTDB-FILE
           IF AUDIT-IS-OPEN
              CLOSE WBAUDTDB-FILE
           END-IF

           IF WS-TOTAL-EXC > WS-TOTAL-FIXED
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           IF FIX-MODE-REQUESTED
              MOVE 'FIX - SAFE CASES CORRECTED AND AUDITED'
                TO WS-M-MODE
           END-IF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-MODE-LINE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           INITIALIZE WS-RULE-COUNTS
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1070-READ-PARMS.
           MOVE '1070-READ-PARMS'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R

           PERFORM 1075-READ-BUS-DATE    THRU 1075-EXIT

           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-START-TIME

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
              IF PARM-FIX-MODE
                 SET FIX-MODE-REQUESTED   TO TRUE
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL POSTS AS THE RIGHT BUSINESS DAY; THE PARM
      *    RUN DATE STILL OVERRIDES BOTH FOR BACKDATED RERUNS
       1075-READ-BUS-DATE.
           OPEN INPUT WBBDATE-FILE
           IF WBBDATE-FILE-STATUS = '00'
              MOVE 'B' TO BDT-KEY
              READ WBBDATE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BDT-CURRENT-DATE NOT = SPACES
                       MOVE BDT-CURRENT-DATE TO WS-DATE-R
                    END-IF
              END-READ
              CLOSE WBBDATE-FILE
           END-IF
           .
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE PASS OF THE CUSTOMER FILE BUILDS THE CUSTOMER TABLE. A
      *    SHORT TABLE WOULD REPORT GOOD RECORDS AS ORPHANS, SO A FULL
      *    TABLE ENDS THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-CUSTOMERS.
           MOVE '1100-LOAD-CUSTOMERS'    TO ERR-LOC
           MOVE 'N'                      TO EOF-FLAG

           OPEN INPUT WBCUSTDB-FILE
           MOVE       'ERROR OPENING WBCUSTDB'   TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK           THRU 9995-EXIT

           PERFORM 1110-LOAD-ONE-CUSTOMER THRU 1110-EXIT
              UNTIL END-OF-FILE

           CLOSE WBCUSTDB-FILE
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1110-LOAD-ONE-CUSTOMER.
           READ WBCUSTDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 1110-EXIT
           END-READ
           MOVE    'ERROR READING WBCUSTDB' TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK      THRU 9995-EXIT

           IF WS-CUST-COUNT NOT < 5000
              DISPLAY 'REFINTEG - CUSTOMER TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-CUST-COUNT
           SET CUS-IDX TO WS-CUST-COUNT
           MOVE CUSTOMER-ID            TO WS-CUST-ID (CUS-IDX)
           MOVE CUSTOMER-SSN           TO WS-CUST-SSN (CUS-IDX)
           MOVE 'N'                    TO WS-CUST-OPEN (CUS-IDX)
           .
       1110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ACCOUNTS - EACH OWNER AND JOINT OWNER MUST BE A CUSTOMER.
      *    THE PASS ALSO MARKS WHICH CUSTOMERS STILL HOLD AN ACCOUNT
      *    THAT IS NOT CLOSED, FOR THE CARD RULES.
      *-----------------------------------------------------------------
       2000-ACCOUNT-PASS.
           MOVE '2000-ACCOUNT-PASS'      TO ERR-LOC
           MOVE 'WBACCTDB'               TO WS-S-FILE
           MOVE 'ACCOUNTS'               TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           MOVE 'N'                      TO EOF-FLAG
           MOVE LOW-VALUES TO ACCOUNT-KEY
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY MOVE 'Y' TO EOF-FLAG
           END-START

           PERFORM 2010-CHECK-ONE-ACCOUNT THRU 2010-EXIT
              UNTIL END-OF-FILE

           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2010-CHECK-ONE-ACCOUNT.
           READ WBACCTDB-FILE NEXT
              AT END
                 MOVE 'Y' TO EOF-FLAG
                 GO TO 2010-EXIT
           END-READ
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE ACCOUNT-SSN              TO WS-X-SSN
           MOVE ACCOUNT-NUMBER           TO WS-X-KEY
           MOVE ACCOUNT-STATUS-CODE      TO WS-X-STATUS

           MOVE ACCOUNT-SSN              TO WS-LOOKUP-SSN
           PERFORM 8200-FIND-CUST-SSN  THRU 8200-EXIT
           IF NOT CUST-WAS-FOUND
              MOVE 'AC1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           ELSE
              IF NOT ACCOUNT-CLOSED
                 SET CUST-HAS-OPEN-ACCT (CUS-IDX) TO TRUE
              END-IF
           END-IF

           IF ACCOUNT-JOINT-SSN = SPACES OR LOW-VALUES
              GO TO 2010-EXIT
           END-IF
           MOVE ACCOUNT-JOINT-SSN        TO WS-LOOKUP-SSN
           PERFORM 8200-FIND-CUST-SSN  THRU 8200-EXIT
           IF NOT CUST-WAS-FOUND
              MOVE ACCOUNT-JOINT-SSN     TO WS-X-SSN
              MOVE 'AC2'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           ELSE
              IF NOT ACCOUNT-CLOSED
                 SET CUST-HAS-OPEN-ACCT (CUS-IDX) TO TRUE
              END-IF
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DEPOSIT HOLDS - A HOLD STILL ACTIVE ON A CLOSED ACCOUNT IS
      *    RELEASED IN FIX MODE
      *-----------------------------------------------------------------
       2100-HOLD-PASS.
           MOVE '2100-HOLD-PASS'         TO ERR-LOC
           MOVE 'WBHOLDDB'               TO WS-S-FILE
           MOVE 'DEPOSIT HOLDS'          TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           IF FIX-MODE-REQUESTED
              OPEN I-O WBHOLDDB-FILE
           ELSE
              OPEN INPUT WBHOLDDB-FILE
           END-IF
           MOVE WBHOLDDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2100-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2110-CHECK-ONE-HOLD THRU 2110-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBHOLDDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-CHECK-ONE-HOLD.
           READ WBHOLDDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2110-EXIT
           END-READ
           MOVE WBHOLDDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBHOLDDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE HLD-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE HLD-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE HLD-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'HL1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2110-EXIT
           END-IF

           IF HLD-STATUS-ACTIVE AND ACCOUNT-CLOSED
              MOVE 'HL2'                 TO WS-CUR-RULE
              IF FIX-MODE-REQUESTED
                 SET HLD-STATUS-RELEASED TO TRUE
                 REWRITE WBHLD-RECORD
                 MOVE WBHOLDDB-FILE-STATUS TO WS-DEP-STATUS
                 MOVE 'ERROR REWRITING WBHOLDDB' TO ERR-MSG
                 PERFORM 9990-DEP-ERR-CHK THRU 9990-EXIT
                 MOVE HLD-SEQ            TO WS-SEQ-DISPLAY
                 MOVE SPACES             TO WS-FIX-TEXT
                 STRING 'HOLD ' WS-SEQ-DISPLAY
                        ' RELEASED - ACCOUNT CLOSED'
                        DELIMITED BY SIZE INTO WS-FIX-TEXT
                 SET EXCEPTION-WAS-FIXED TO TRUE
              END-IF
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    STANDING ORDERS - BOTH ENDS OF AN INTERNAL ORDER MUST BE
      *    OPEN ACCOUNTS. AN ACTIVE ORDER THAT CANNOT EXECUTE IS
      *    SUSPENDED IN FIX MODE, AS THE ESTATE RUN DOES.
      *-----------------------------------------------------------------
       2150-ORDER-PASS.
           MOVE '2150-ORDER-PASS'        TO ERR-LOC
           MOVE 'WBSTORD '               TO WS-S-FILE
           MOVE 'STANDING ORDERS'        TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           IF FIX-MODE-REQUESTED
              OPEN I-O WBSTORD-FILE
           ELSE
              OPEN INPUT WBSTORD-FILE
           END-IF
           MOVE WBSTORD-FILE-STATUS      TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2150-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2160-CHECK-ONE-ORDER THRU 2160-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBSTORD-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-CHECK-ONE-ORDER.
           READ WBSTORD-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2160-EXIT
           END-READ
           MOVE WBSTORD-FILE-STATUS      TO WS-DEP-STATUS
           MOVE    'ERROR READING WBSTORD' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE STO-FROM-SSN             TO WS-X-SSN WS-LOOKUP-SSN
           MOVE STO-FROM-ACCT-NUM        TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE STO-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           EVALUATE TRUE
              WHEN NOT ACCT-WAS-FOUND
                 MOVE 'SO1'              TO WS-CUR-RULE
              WHEN STO-STATUS-ACTIVE AND ACCOUNT-CLOSED
                 MOVE 'SO2'              TO WS-CUR-RULE
              WHEN OTHER
                 MOVE SPACES             TO WS-CUR-RULE
           END-EVALUATE

      *    THE DESTINATION OF AN ACTIVE INTERNAL ORDER
           IF WS-CUR-RULE = SPACES
              AND STO-STATUS-ACTIVE AND STO-DEST-INTERNAL
              MOVE STO-TO-SSN            TO WS-LOOKUP-SSN
              MOVE STO-TO-ACCT-NUM       TO WS-LOOKUP-ACCT
              PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT
              EVALUATE TRUE
                 WHEN NOT ACCT-WAS-FOUND
                    MOVE 'SO3'           TO WS-CUR-RULE
                 WHEN ACCOUNT-CLOSED
                    MOVE 'SO4'           TO WS-CUR-RULE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WS-CUR-RULE = SPACES
              GO TO 2160-EXIT
           END-IF

           IF FIX-MODE-REQUESTED AND STO-STATUS-ACTIVE
              AND WS-CUR-RULE NOT = 'SO1'
              SET STO-STATUS-SUSPENDED   TO TRUE
              REWRITE WBSTO-RECORD
              MOVE WBSTORD-FILE-STATUS   TO WS-DEP-STATUS
              MOVE 'ERROR REWRITING WBSTORD' TO ERR-MSG
              PERFORM 9990-DEP-ERR-CHK THRU 9990-EXIT
              MOVE 'STANDING ORDER SUSPENDED' TO WS-FIX-TEXT
              SET EXCEPTION-WAS-FIXED    TO TRUE
           END-IF
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    STOP PAYMENTS - AN ACTIVE STOP ON A CLOSED ACCOUNT IS
      *    RELEASED IN FIX MODE
      *-----------------------------------------------------------------
       2200-STOP-PASS.
           MOVE '2200-STOP-PASS'         TO ERR-LOC
           MOVE 'WBSTOPDB'               TO WS-S-FILE
           MOVE 'STOP PAYMENTS'          TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           IF FIX-MODE-REQUESTED
              OPEN I-O WBSTOPDB-FILE
           ELSE
              OPEN INPUT WBSTOPDB-FILE
           END-IF
           MOVE WBSTOPDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2200-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2210-CHECK-ONE-STOP THRU 2210-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBSTOPDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-CHECK-ONE-STOP.
           READ WBSTOPDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2210-EXIT
           END-READ
           MOVE WBSTOPDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBSTOPDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE STP-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE STP-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE STP-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'SP1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2210-EXIT
           END-IF

           IF STP-STATUS-ACTIVE AND ACCOUNT-CLOSED
              MOVE 'SP2'                 TO WS-CUR-RULE
              IF FIX-MODE-REQUESTED
                 SET STP-STATUS-RELEASED TO TRUE
                 REWRITE WBSTP-RECORD
                 MOVE WBSTOPDB-FILE-STATUS TO WS-DEP-STATUS
                 MOVE 'ERROR REWRITING WBSTOPDB' TO ERR-MSG
                 PERFORM 9990-DEP-ERR-CHK THRU 9990-EXIT
                 MOVE SPACES             TO WS-FIX-TEXT
                 STRING 'STOP ' STP-REFERENCE
                        ' RELEASED - ACCOUNT CLOSED'
                        DELIMITED BY SIZE INTO WS-FIX-TEXT
                 SET EXCEPTION-WAS-FIXED TO TRUE
              END-IF
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LEGAL ORDERS - REPORTED ONLY; A COURT ORDER IS RELEASED BY
      *    THE LEGAL AREA ON WGRVLGL, NEVER BY A SWEEP
      *-----------------------------------------------------------------
       2250-LEGAL-PASS.
           MOVE '2250-LEGAL-PASS'        TO ERR-LOC
           MOVE 'WBLEGLDB'               TO WS-S-FILE
           MOVE 'LEGAL ORDERS'           TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBLEGLDB-FILE
           MOVE WBLEGLDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2250-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2260-CHECK-ONE-LEGAL THRU 2260-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBLEGLDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2260-CHECK-ONE-LEGAL.
           READ WBLEGLDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2260-EXIT
           END-READ
           MOVE WBLEGLDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBLEGLDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE LGL-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE LGL-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE LGL-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'LG1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2260-EXIT
           END-IF

           IF LGL-STATUS-ACTIVE AND ACCOUNT-CLOSED
              MOVE 'LG2'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2260-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AUTHORIZED SIGNERS - AN ACTIVE SIGNER ON A CLOSED ACCOUNT
      *    IS MARKED REMOVED IN FIX MODE
      *-----------------------------------------------------------------
       2300-SIGNER-PASS.
           MOVE '2300-SIGNER-PASS'       TO ERR-LOC
           MOVE 'WBSIGNDB'               TO WS-S-FILE
           MOVE 'AUTHORIZED SIGNERS'     TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           IF FIX-MODE-REQUESTED
              OPEN I-O WBSIGNDB-FILE
           ELSE
              OPEN INPUT WBSIGNDB-FILE
           END-IF
           MOVE WBSIGNDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2300-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2310-CHECK-ONE-SIGNER THRU 2310-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBSIGNDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2310-CHECK-ONE-SIGNER.
           READ WBSIGNDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2310-EXIT
           END-READ
           MOVE WBSIGNDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBSIGNDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE SGN-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE SGN-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE SGN-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'SG1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2310-EXIT
           END-IF

           IF SGN-STATUS-ACTIVE AND ACCOUNT-CLOSED
              MOVE 'SG2'                 TO WS-CUR-RULE
              IF FIX-MODE-REQUESTED
                 SET SGN-STATUS-REMOVED  TO TRUE
                 REWRITE WBSGN-RECORD
                 MOVE WBSIGNDB-FILE-STATUS TO WS-DEP-STATUS
                 MOVE 'ERROR REWRITING WBSIGNDB' TO ERR-MSG
                 PERFORM 9990-DEP-ERR-CHK THRU 9990-EXIT
                 MOVE SPACES             TO WS-FIX-TEXT
                 STRING 'SIGNER ' SGN-NAME(1:20) ' REMOVED'
                        DELIMITED BY SIZE INTO WS-FIX-TEXT
                 SET EXCEPTION-WAS-FIXED TO TRUE
              END-IF
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ALERT SUBSCRIPTIONS - AN ACTIVE ALERT ON A CLOSED ACCOUNT
      *    IS CANCELLED IN FIX MODE
      *-----------------------------------------------------------------
       2350-ALERT-PASS.
           MOVE '2350-ALERT-PASS'        TO ERR-LOC
           MOVE 'WBALRTDB'               TO WS-S-FILE
           MOVE 'ALERT SUBSCRIPTIONS'    TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           IF FIX-MODE-REQUESTED
              OPEN I-O WBALRTDB-FILE
           ELSE
              OPEN INPUT WBALRTDB-FILE
           END-IF
           MOVE WBALRTDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2350-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2360-CHECK-ONE-ALERT THRU 2360-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBALRTDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2360-CHECK-ONE-ALERT.
           READ WBALRTDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2360-EXIT
           END-READ
           MOVE WBALRTDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBALRTDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE ALR-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE ALR-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE ALR-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'AL1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2360-EXIT
           END-IF

           IF ALR-STATUS-ACTIVE AND ACCOUNT-CLOSED
              MOVE 'AL2'                 TO WS-CUR-RULE
              IF FIX-MODE-REQUESTED
                 SET ALR-STATUS-CANCELLED TO TRUE
                 REWRITE WBALR-RECORD
                 MOVE WBALRTDB-FILE-STATUS TO WS-DEP-STATUS
                 MOVE 'ERROR REWRITING WBALRTDB' TO ERR-MSG
                 PERFORM 9990-DEP-ERR-CHK THRU 9990-EXIT
                 MOVE ALR-SEQ            TO WS-SEQ-DISPLAY
                 MOVE SPACES             TO WS-FIX-TEXT
                 STRING 'ALERT ' WS-SEQ-DISPLAY ' CANCELLED'
                        DELIMITED BY SIZE INTO WS-FIX-TEXT
                 SET EXCEPTION-WAS-FIXED TO TRUE
              END-IF
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2360-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DISPUTE CASES - REPORTED ONLY; AN OPEN CASE CARRIES A
      *    PROVISIONAL CREDIT THAT BACK OFFICE MUST RESOLVE ON
      *    WGRVDISP
      *-----------------------------------------------------------------
       2400-CASE-PASS.
           MOVE '2400-CASE-PASS'         TO ERR-LOC
           MOVE 'WBCASEDB'               TO WS-S-FILE
           MOVE 'DISPUTE CASES'          TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBCASEDB-FILE
           MOVE WBCASEDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2400-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2410-CHECK-ONE-CASE THRU 2410-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBCASEDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2410-CHECK-ONE-CASE.
           READ WBCASEDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2410-EXIT
           END-READ
           MOVE WBCASEDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBCASEDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE CAS-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE CAS-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE CAS-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'CS1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2410-EXIT
           END-IF

           IF CAS-STATUS-OPEN AND ACCOUNT-CLOSED
              MOVE 'CS2'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    COLLECTIONS - ONLY LOANS AND CREDIT LINES ARE AGED, AND A
      *    CLOSED ONE SHOULD BE CURED OR CHARGED OFF. REPORTED ONLY.
      *-----------------------------------------------------------------
       2450-COLL-PASS.
           MOVE '2450-COLL-PASS'         TO ERR-LOC
           MOVE 'WBCOLLDB'               TO WS-S-FILE
           MOVE 'COLLECTIONS'            TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBCOLLDB-FILE
           MOVE WBCOLLDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2450-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2460-CHECK-ONE-COLL THRU 2460-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBCOLLDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2460-CHECK-ONE-COLL.
           READ WBCOLLDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2460-EXIT
           END-READ
           MOVE WBCOLLDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBCOLLDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE CLQ-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE CLQ-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE CLQ-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           EVALUATE TRUE
              WHEN NOT ACCT-WAS-FOUND
                 MOVE 'CL1'              TO WS-CUR-RULE
              WHEN NOT ACCOUNT-TYPE-LON AND NOT ACCOUNT-TYPE-LOC
                 MOVE 'CL3'              TO WS-CUR-RULE
              WHEN ACCOUNT-CLOSED
                   AND (CLQ-STATUS-DELINQUENT OR CLQ-STATUS-NONACCRUAL)
                 MOVE 'CL2'              TO WS-CUR-RULE
              WHEN OTHER
                 GO TO 2460-EXIT
           END-EVALUATE
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           .
       2460-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ESCROW - HELD ONLY ON LOANS; A BALANCE LEFT ON A CLOSED
      *    LOAN IS OWED BACK TO THE BORROWER. REPORTED ONLY.
      *-----------------------------------------------------------------
       2500-ESCROW-PASS.
           MOVE '2500-ESCROW-PASS'       TO ERR-LOC
           MOVE 'WBESCRDB'               TO WS-S-FILE
           MOVE 'LOAN ESCROW'            TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBESCRDB-FILE
           MOVE WBESCRDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2500-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2510-CHECK-ONE-ESCROW THRU 2510-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBESCRDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2510-CHECK-ONE-ESCROW.
           READ WBESCRDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2510-EXIT
           END-READ
           MOVE WBESCRDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBESCRDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE ESC-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE ESC-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE SPACE                    TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           EVALUATE TRUE
              WHEN NOT ACCT-WAS-FOUND
                 MOVE 'ES1'              TO WS-CUR-RULE
              WHEN NOT ACCOUNT-TYPE-LON
                 MOVE 'ES2'              TO WS-CUR-RULE
              WHEN ACCOUNT-CLOSED AND ESC-BAL NOT = ZERO
                 MOVE 'ES3'              TO WS-CUR-RULE
              WHEN OTHER
                 GO TO 2510-EXIT
           END-EVALUATE
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ATM CARDS - KEYED BY CARD NUMBER AND OWNED BY AN SSN. A
      *    LIVE (ACTIVE OR PENDING) CARD NEEDS AN OPEN ACCOUNT BEHIND
      *    IT. REPORTED ONLY - BLOCKING A CARD IS A CARD-SERVICES CALL.
      *-----------------------------------------------------------------
       2550-CARD-PASS.
           MOVE '2550-CARD-PASS'         TO ERR-LOC
           MOVE 'WBCARDDB'               TO WS-S-FILE
           MOVE 'ATM CARDS'              TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBCARDDB-FILE
           MOVE WBCARDDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2550-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2560-CHECK-ONE-CARD THRU 2560-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBCARDDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2550-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2560-CHECK-ONE-CARD.
           READ WBCARDDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2560-EXIT
           END-READ
           MOVE WBCARDDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBCARDDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

      *    THE CARD NUMBER PRINTS MASKED TO ITS LAST FOUR DIGITS
           MOVE CRD-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE ALL '*'                  TO WS-X-KEY
           MOVE CRD-CARD-NUM(13:4)       TO WS-X-KEY(13:4)
           MOVE CRD-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8200-FIND-CUST-SSN  THRU 8200-EXIT

           EVALUATE TRUE
              WHEN NOT CUST-WAS-FOUND
                 MOVE 'CD1'              TO WS-CUR-RULE
              WHEN (CRD-STATUS-ACTIVE OR CRD-STATUS-PENDING)
                   AND NOT CUST-HAS-OPEN-ACCT (CUS-IDX)
                 MOVE 'CD2'              TO WS-CUR-RULE
              WHEN OTHER
                 GO TO 2560-EXIT
           END-EVALUATE
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           .
       2560-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    POD BENEFICIARIES - AN ACTIVE DESIGNATION ON A CLOSED
      *    ACCOUNT IS MARKED REMOVED IN FIX MODE
      *-----------------------------------------------------------------
       2600-BENE-PASS.
           MOVE '2600-BENE-PASS'         TO ERR-LOC
           MOVE 'WBBENEDB'               TO WS-S-FILE
           MOVE 'POD BENEFICIARIES'      TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           IF FIX-MODE-REQUESTED
              OPEN I-O WBBENEDB-FILE
           ELSE
              OPEN INPUT WBBENEDB-FILE
           END-IF
           MOVE WBBENEDB-FILE-STATUS     TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2600-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2610-CHECK-ONE-BENE THRU 2610-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBBENEDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2610-CHECK-ONE-BENE.
           READ WBBENEDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2610-EXIT
           END-READ
           MOVE WBBENEDB-FILE-STATUS     TO WS-DEP-STATUS
           MOVE    'ERROR READING WBBENEDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE BEN-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE BEN-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE BEN-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'BN1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2610-EXIT
           END-IF

           IF BEN-STATUS-ACTIVE AND ACCOUNT-CLOSED
              MOVE 'BN2'                 TO WS-CUR-RULE
              IF FIX-MODE-REQUESTED
                 SET BEN-STATUS-REMOVED  TO TRUE
                 REWRITE WBBEN-RECORD
                 MOVE WBBENEDB-FILE-STATUS TO WS-DEP-STATUS
                 MOVE 'ERROR REWRITING WBBENEDB' TO ERR-MSG
                 PERFORM 9990-DEP-ERR-CHK THRU 9990-EXIT
                 MOVE SPACES             TO WS-FIX-TEXT
                 STRING 'BENEFICIARY ' BEN-NAME(1:20) ' REMOVED'
                        DELIMITED BY SIZE INTO WS-FIX-TEXT
                 SET EXCEPTION-WAS-FIXED TO TRUE
              END-IF
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CUSTOMER IDENTIFICATION - KEYED BY CUSTOMER ID, AND ITS
      *    SSN MUST AGREE WITH THE CUSTOMER'S. REPORTED ONLY.
      *-----------------------------------------------------------------
       2650-CIP-PASS.
           MOVE '2650-CIP-PASS'          TO ERR-LOC
           MOVE 'WBCIPDB '               TO WS-S-FILE
           MOVE 'CUSTOMER IDENTIFICATION' TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBCIPDB-FILE
           MOVE WBCIPDB-FILE-STATUS      TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2650-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2660-CHECK-ONE-CIP  THRU 2660-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBCIPDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2660-CHECK-ONE-CIP.
           READ WBCIPDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2660-EXIT
           END-READ
           MOVE WBCIPDB-FILE-STATUS      TO WS-DEP-STATUS
           MOVE    'ERROR READING WBCIPDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE CIP-SSN                  TO WS-X-SSN
           MOVE CIP-CUST-ID              TO WS-X-KEY WS-LOOKUP-ID
           MOVE SPACE                    TO WS-X-STATUS
           PERFORM 8250-FIND-CUST-ID   THRU 8250-EXIT

           EVALUATE TRUE
              WHEN NOT CUST-WAS-FOUND
                 MOVE 'CP1'              TO WS-CUR-RULE
              WHEN CIP-SSN NOT = SPACES
                   AND CIP-SSN NOT = WS-CUST-SSN (CUS-IDX)
                 MOVE 'CP2'              TO WS-CUR-RULE
              WHEN OTHER
                 GO TO 2660-EXIT
           END-EVALUATE
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           .
       2660-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CUSTODIAL DESIGNATIONS - AN ACTIVE ONE MUST SIT ON AN OPEN
      *    ACCOUNT CARRYING THE CUSTODIAL OWNERSHIP CODE, AND BOTH THE
      *    MINOR AND THE CUSTODIAN MUST BE CUSTOMERS. REPORTED ONLY.
      *-----------------------------------------------------------------
       2700-CUSTODIAL-PASS.
           MOVE '2700-CUSTODIAL-PASS'    TO ERR-LOC
           MOVE 'WBCSDDB '               TO WS-S-FILE
           MOVE 'CUSTODIAL DESIGNATIONS' TO WS-S-TITLE
           PERFORM 8000-START-PASS     THRU 8000-EXIT

           OPEN INPUT WBCSDDB-FILE
           MOVE WBCSDDB-FILE-STATUS      TO WS-DEP-STATUS
           IF WS-DEP-STATUS NOT = '00'
              PERFORM 8010-NOT-CHECKED THRU 8010-EXIT
              GO TO 2700-EXIT
           END-IF

           MOVE 'N'                      TO SCAN-FLAG
           PERFORM 2710-CHECK-ONE-CUSTODIAL THRU 2710-EXIT
              UNTIL SCAN-IS-DONE

           CLOSE WBCSDDB-FILE
           PERFORM 8020-END-PASS       THRU 8020-EXIT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2710-CHECK-ONE-CUSTODIAL.
           READ WBCSDDB-FILE NEXT
              AT END
                 SET SCAN-IS-DONE TO TRUE
                 GO TO 2710-EXIT
           END-READ
           MOVE WBCSDDB-FILE-STATUS      TO WS-DEP-STATUS
           MOVE    'ERROR READING WBCSDDB' TO ERR-MSG
           PERFORM 9990-DEP-ERR-CHK      THRU 9990-EXIT
           ADD 1 TO WS-PASS-READ

           MOVE CSD-SSN                  TO WS-X-SSN WS-LOOKUP-SSN
           MOVE CSD-ACCT-NUM             TO WS-X-KEY WS-LOOKUP-ACCT
           MOVE CSD-STATUS-CODE          TO WS-X-STATUS
           PERFORM 8100-FIND-ACCOUNT   THRU 8100-EXIT

           IF NOT ACCT-WAS-FOUND
              MOVE 'CU1'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              GO TO 2710-EXIT
           END-IF

           IF NOT CSD-STATUS-ACTIVE
              GO TO 2710-EXIT
           END-IF

           IF ACCOUNT-CLOSED OR NOT ACCOUNT-OWNER-CUSTODIAL
              MOVE 'CU2'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF

           MOVE CSD-MINOR-CUST-ID        TO WS-LOOKUP-ID
           PERFORM 8250-FIND-CUST-ID   THRU 8250-EXIT
           IF CUST-WAS-FOUND
              MOVE CSD-CUSTODIAN-CUST-ID TO WS-LOOKUP-ID
              PERFORM 8250-FIND-CUST-ID THRU 8250-EXIT
           END-IF
           IF NOT CUST-WAS-FOUND
              MOVE 'CU3'                 TO WS-CUR-RULE
              PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           .
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SUMMARY BY RULE, WITH THE RUN TOTALS
      *-----------------------------------------------------------------
       2900-REPORT-SUMMARY.
           MOVE '2900-REPORT-SUMMARY'    TO ERR-LOC
           MOVE 'SUMMARY '               TO WS-S-FILE
           MOVE 'EXCEPTIONS BY FILE AND RULE' TO WS-S-TITLE
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-SUM-HEAD

           PERFORM 2910-REPORT-ONE-RULE THRU 2910-EXIT
              VARYING RUL-IDX FROM 1 BY 1
              UNTIL RUL-IDX > 33

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE WS-TOTAL-READ            TO WS-P-READ
           MOVE WS-TOTAL-EXC             TO WS-P-EXC
           MOVE WS-TOTAL-FIXED           TO WS-P-FIXED
           WRITE RPT-OP-FIELDS FROM WS-PASS-LINE
           MOVE    'ERROR WRITING SUMMARY' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2910-REPORT-ONE-RULE.
           MOVE WS-RULE-CODE (RUL-IDX)    TO WS-U-RULE
           MOVE WS-RULE-FILE (RUL-IDX)    TO WS-U-FILE
           MOVE WS-RULE-DESC (RUL-IDX)    TO WS-U-DESC
           MOVE WS-RULE-FIXABLE (RUL-IDX) TO WS-U-FIXABLE
           MOVE WS-RULE-FOUND (RUL-IDX)   TO WS-U-FOUND
           MOVE WS-RULE-FIXED (RUL-IDX)   TO WS-U-FIXED
           WRITE RPT-OP-FIELDS FROM WS-SUM-LINE
           .
       2910-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       3100-WRITE-RUN-STATS.
           MOVE '3100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 3100-EXIT
           END-IF

           MOVE 'REFINTEG'        TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-READ     TO RLG-IN-COUNT
           MOVE WS-TOTAL-FIXED    TO RLG-OUT-COUNT
           MOVE WS-TOTAL-EXC      TO RLG-REJ-COUNT
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SECTION HEADING FOR ONE FILE'S PASS; THE COUNTS RESET
       8000-START-PASS.
           MOVE ZERO TO WS-PASS-READ WS-PASS-EXC WS-PASS-FIXED
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS FROM WS-EXC-HEAD
           MOVE    'ERROR WRITING SECTION' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       8000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8010-NOT-CHECKED.
           MOVE WS-DEP-STATUS TO WS-NC-STATUS
           WRITE RPT-OP-FIELDS FROM WS-NOT-CHECKED-LINE
           .
       8010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8020-END-PASS.
           MOVE WS-PASS-READ  TO WS-P-READ
           MOVE WS-PASS-EXC   TO WS-P-EXC
           MOVE WS-PASS-FIXED TO WS-P-FIXED
           WRITE RPT-OP-FIELDS FROM WS-PASS-LINE
           ADD WS-PASS-READ   TO WS-TOTAL-READ
           ADD WS-PASS-EXC    TO WS-TOTAL-EXC
           ADD WS-PASS-FIXED  TO WS-TOTAL-FIXED
           .
       8020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RANDOM READ OF THE ACCOUNT NAMED BY WS-LOOKUP-SSN/-ACCT -
      *    WBACCT-RECORD HOLDS IT WHEN FOUND
       8100-FIND-ACCOUNT.
           MOVE 'N'            TO ACCT-FOUND-FLAG
           MOVE WS-LOOKUP-SSN  TO ACCOUNT-SSN
           MOVE WS-LOOKUP-ACCT TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY
                 GO TO 8100-EXIT
           END-READ
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT
           SET ACCT-WAS-FOUND TO TRUE
           .
       8100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOOK UP WS-LOOKUP-SSN IN THE CUSTOMER TABLE - CUS-IDX
      *    POINTS AT THE ENTRY WHEN FOUND
       8200-FIND-CUST-SSN.
           MOVE 'N' TO CUST-FOUND-FLAG
           IF WS-LOOKUP-SSN = SPACES OR WS-CUST-COUNT = 0
              GO TO 8200-EXIT
           END-IF

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN CUS-IDX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-LOOKUP-SSN
                 SET CUST-WAS-FOUND TO TRUE
           END-SEARCH
           .
       8200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8250-FIND-CUST-ID.
           MOVE 'N' TO CUST-FOUND-FLAG
           IF WS-LOOKUP-ID = SPACES OR WS-CUST-COUNT = 0
              GO TO 8250-EXIT
           END-IF

           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN CUS-IDX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-CUST-ID (CUS-IDX) = WS-LOOKUP-ID
                 SET CUST-WAS-FOUND TO TRUE
           END-SEARCH
           .
       8250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE EXCEPTION LINE FOR WS-CUR-RULE AGAINST THE RECORD IN
      *    WS-X-SSN / WS-X-KEY. A FIX MADE BY THE CALLER IS COUNTED
      *    AND AUDITED HERE.
       8300-WRITE-EXCEPTION.
           SET RUL-IDX TO 1
           SEARCH WS-RULE-ENTRY
              AT END
                 DISPLAY 'REFINTEG - UNKNOWN RULE ' WS-CUR-RULE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN WS-RULE-CODE (RUL-IDX) = WS-CUR-RULE
                 CONTINUE
           END-SEARCH

      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS
           MOVE '*****'             TO WS-MASKED-SSN
           MOVE WS-X-SSN(6:4)       TO WS-MASKED-SSN(6:4)

           MOVE WS-CUR-RULE         TO WS-E-RULE
           MOVE WS-MASKED-SSN       TO WS-E-SSN
           MOVE WS-X-KEY            TO WS-E-KEY
           MOVE WS-X-STATUS         TO WS-E-STATUS
           MOVE WS-RULE-DESC (RUL-IDX) TO WS-E-DESC

           ADD 1 TO WS-RULE-FOUND (RUL-IDX)
           ADD 1 TO WS-PASS-EXC
           EVALUATE TRUE
              WHEN EXCEPTION-WAS-FIXED
                 MOVE WS-FIX-TEXT   TO WS-E-ACTION
                 ADD 1 TO WS-RULE-FIXED (RUL-IDX)
                 ADD 1 TO WS-PASS-FIXED
                 PERFORM 8400-AUDIT-FIX THRU 8400-EXIT
              WHEN RULE-IS-FIXABLE (RUL-IDX)
                 MOVE 'FIXABLE - RERUN IN FIX MODE' TO WS-E-ACTION
              WHEN OTHER
                 MOVE 'REVIEW - OWNING AREA TO RESOLVE'
                                    TO WS-E-ACTION
           END-EVALUATE

           WRITE RPT-OP-FIELDS FROM WS-EXC-LINE
           MOVE    'ERROR WRITING DETAIL' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           MOVE 'N'    TO FIXED-FLAG
           MOVE SPACES TO WS-FIX-TEXT
           .
       8300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8400-AUDIT-FIX.
           MOVE WS-X-SSN         TO AUD-SSN
           IF WS-S-FILE = 'WBCARDDB' OR 'WBCIPDB '
              MOVE SPACES        TO AUD-ACCT-NUM
           ELSE
              MOVE WS-X-KEY      TO AUD-ACCT-NUM
           END-IF
           MOVE WS-DATE-R        TO AUD-DATE
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ     TO AUD-SEQ-NUM
           MOVE WS-RUN-START-TIME TO AUD-TIME
           MOVE 'REFINTEG'       TO AUD-SOURCE-PGM
           MOVE SPACES           TO AUD-OPID
           MOVE SPACES           TO AUD-MESSAGE
           STRING 'INTEGRITY SWEEP ' WS-CUR-RULE ' '
                  WS-S-FILE ': ' WS-FIX-TEXT
                  DELIMITED BY SIZE INTO AUD-MESSAGE

           WRITE WBAUD-RECORD
              INVALID KEY
                 ADD 1 TO WS-AUDIT-SEQ
                 MOVE WS-AUDIT-SEQ TO AUD-SEQ-NUM
                 WRITE WBAUD-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
           END-WRITE
           .
       8400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    READ/REWRITE CHECK FOR THE DEPENDENT FILES - THE CALLER
      *    MOVES THE FILE'S STATUS TO WS-DEP-STATUS FIRST
       9990-DEP-ERR-CHK.
           EVALUATE TRUE
               WHEN WS-DEP-STATUS = '00' OR '02'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WS-DEP-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-AUD-ERR-CHK.
           MOVE WBAUDTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBAUDTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE AUD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE AUD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE AUD-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCUSTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CUST-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CUST-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CUST-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
               WHEN RPTOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RPTOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9998-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9999-VSAM-ERR-CHK.
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBACCTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACCT-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACCT-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACCT-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
