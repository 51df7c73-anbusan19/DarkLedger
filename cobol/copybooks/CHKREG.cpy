      *                     BANKREC WHEN THE STATEMENT PAYS IT, SO     *
      *                     CLEARED CHECKS RETIRE FROM THE LIVE        *
      *                     RECONCILIATION TABLES.                     *
      *              'SV' - STALE-DATED VOID, APPENDED BY STALECHK     *
      *                     FOR A CHECK STILL OPEN PAST THE STALE      *
      *                     DATE. READERS TREAT IT AS A VOID; THE      *
      *                     MONEY MOVES TO UNCLAIMED WAGES, NOT BACK   *
      *                     AGAINST THE BATCH.                         *
      *              'ES' - STALE-VOIDED CHECK REPORTED TO THE OWNER'S *
      *                     STATE AS UNCLAIMED PROPERTY, APPENDED BY   *
      *                     STALECHK'S ANNUAL ESCHEAT RUN.             *
      * CRG-PAYEE-NAME IS THE NAME THE CHECK IS MADE OUT TO, TAKEN     *
      * FROM THE EMPLOYEE MASTER AT ISSUE (SPACES WHEN NO DEMOG IS     *
      * ON FILE YET - READERS FALL BACK TO THE EMPLOYEE ID).           *
