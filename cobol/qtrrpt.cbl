           05  WS-QTR-MEDICARE         PIC S9(11)V99 VALUE 0.

      * PER-STATE ACCUMULATORS, KEYED BY THE TAX CODE EACH HISTORY    *
      * RECORD WAS TAXED UNDER - THE STATE CODES CARRIED ON THE 'ST'  *
      * RECORDS OF THE TAX PARAMETER FILE (TAXPARM), WHICH PAYROLL    *
      * LOADS NO MORE THAN 20 OF, THE SIZE OF THIS TABLE. RV          *
      * RECORDS CARRY NO TAX CODE AND ARE LEFT OUT OF THE STATE       *
      * LISTING - THE STATE REPORT IS CORRECTED BY AMENDMENT, NOT BY  *
      * A NEGATIVE LINE.                                              *
