              88 OCH-STATUS-PAID                     VALUE 'P'.
              88 OCH-STATUS-STOPPED                  VALUE 'S'.
              88 OCH-STATUS-VOID                     VALUE 'V'.
              88 OCH-STATUS-ESCHEATED                VALUE 'E'.
           05 OCH-PAID-DATE               PIC X(10).

      *****************************************************************
