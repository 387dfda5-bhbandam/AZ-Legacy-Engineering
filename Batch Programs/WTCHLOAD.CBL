      * columns 1-30). The file is reloaded from scratch on every    *
      * run so it always mirrors the current published list; the     *
      * add-customer programs screen new names against it before     *
      * the customer record is written, and WATCHSCR runs after each *
      * reload to rescreen the names already on file against it.     *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
