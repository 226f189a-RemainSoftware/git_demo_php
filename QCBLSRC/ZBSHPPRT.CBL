      * requested range, every CONDET line with its ordered and
      * shipped quantities followed by the CONSHP delivery rows
      * posted against it (sequence, date, store, quantity, user).
      * Goods come back off hire on a rental line show as negative
      * delivery rows.
      * Replaces the warehouse spiral notebook.
      ***************************************************************
       ENVIRONMENT DIVISION.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WS-SHST                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WS-SHQT                 PIC ZZZZZZ9-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WS-SHUS                 PIC X(10).
           02  FILLER                  PIC X(83) VALUE SPACES.

