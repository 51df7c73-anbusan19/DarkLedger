      * WS-TAX-CODE FROM THE INPUT RECORD IS LOOKED UP AGAINST         *
      * WS-ST-CODE TO FIND THE FLAT WITHHOLDING RATE FOR THAT STATE.   *
      * PAYROLL'S VALIDATE-INPUT REJECTS (BAD-TAXCODE) ANY RECORD      *
      * WHOSE WS-TAX-CODE DOES NOT MATCH ONE OF THE ENTRIES LOADED,    *
      * VIA THE SEARCH'S OWN AT END CLAUSE - THERE IS NO CATCH-ALL     *
      * ROW HERE TO FALL THROUGH TO.                                   *
      * THE TABLE CARRIES NO FIGURES OF ITS OWN. IT IS LOADED AT RUN   *
      * START FROM THE 'ST' RECORDS OF THE TAX PARAMETER FILE          *
      * (TAXPARM) IN FORCE ON THE BATCH'S CHECK DATE - UP TO 20 TAX    *
      * CODES, THE NUMBER QTRRPT AND W2GEN SIZE THEIR STATE TOTALS     *
      * FOR. WS-ST-COUNT IS HOW MANY ENTRIES WERE LOADED.              *
      ******************************************************************
       01  WS-STATE-TAX-TABLE.
           05  WS-ST-COUNT                 PIC 9(03) VALUE 0.
           05  WS-ST-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-ST-COUNT
                   INDEXED BY WS-ST-IDX.
               10  WS-ST-CODE              PIC X(02).
               10  WS-ST-RATE              PIC V9999.
