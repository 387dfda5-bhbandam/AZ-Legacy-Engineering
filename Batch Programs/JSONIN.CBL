      * the fields against the AALFATS layout rules (numeric customer
      * id, known record/status types, parsable date), writes good
      * records as fixed-format AALFATS 'HI' records for downstream
      * batch (the acknowledgment status rides along on the record for
      * the book AR invoicing run), and diverts malformed documents to
      * a suspense file with the parse error code. The reconciliation
      * block mirrors the one COBJSON prints: input = output + rejects.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE ACK-DATE      TO HI-ORDER-DATE.
           MOVE ACK-AMOUNT    TO HI-ORDER-AMT.
           MOVE ACK-BOOK-ID   TO HI-BOOK-ID.
           MOVE ACK-STATUS    TO HI-ORDER-STATUS.
           WRITE OUT-CUST-REC.

       W1000-EXIT.
