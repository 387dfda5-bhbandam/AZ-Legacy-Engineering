             88 CLQ-STATUS-DELINQUENT        VALUE 'D'.
             88 CLQ-STATUS-NONACCRUAL        VALUE 'N'.
             88 CLQ-STATUS-CURED             VALUE 'C'.
             88 CLQ-STATUS-CHARGED-OFF       VALUE 'X'.
          05 CLQ-DAYS-PAST-DUE        PIC S9(5)      COMP-3.
          05 CLQ-LAST-AGED-DATE       PIC X(10).
          05 CLQ-LATE-FEE-FLAG        PIC X(1).
                 MOVE 'NON-ACCRUAL' TO STATUS-WORD
              WHEN CLQ-STATUS-CURED
                 MOVE 'CURED      ' TO STATUS-WORD
              WHEN CLQ-STATUS-CHARGED-OFF
                 MOVE 'CHARGED OFF' TO STATUS-WORD
              WHEN OTHER
                 MOVE 'DELINQUENT ' TO STATUS-WORD
           END-EVALUATE.
