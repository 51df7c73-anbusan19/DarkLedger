      *   1 = SINGLE                                                   *
      *   2 = MARRIED FILING JOINTLY                                   *
      *   3 = HEAD OF HOUSEHOLD                                        *
      * THE TABLE CARRIES NO FIGURES OF ITS OWN. IT IS LOADED AT RUN   *
      * START FROM THE 'FB' RECORDS OF THE TAX PARAMETER FILE          *
      * (TAXPARM) IN FORCE ON THE BATCH'S CHECK DATE, IN KEY ORDER -   *
      * FILING STATUS, THEN BRACKET NUMBER - UP TO TEN BRACKETS FOR    *
      * EACH OF THE THREE STATUSES. WS-FED-BRACKET-COUNT IS HOW MANY   *
      * ENTRIES WERE LOADED.                                           *
      ******************************************************************
       01  WS-FEDERAL-TAX-TABLE.
           05  WS-FED-BRACKET-COUNT        PIC 9(03) VALUE 0.
           05  WS-FED-BRACKET-ENTRY OCCURS 0 TO 30 TIMES
                   DEPENDING ON WS-FED-BRACKET-COUNT
                   INDEXED BY WS-FED-IDX.
               10  WS-FED-STATUS           PIC X(01).
               10  WS-FED-BRACKET-LOW      PIC 9(08)V99.
               10  WS-FED-BRACKET-HIGH     PIC 9(08)V99.
               10  WS-FED-MARGINAL-RATE    PIC V9999.
               10  WS-FED-BASE-TAX         PIC 9(08)V99.
