      ******************************************************************
      * GARNREM - GARNISHMENT REMITTANCE LOG RECORD LAYOUT             *
      * ONE RECORD PER GARNISHMENT AMOUNT TAKEN FROM (OR BACKED OUT    *
      * OF) AN EMPLOYEE'S PAY, APPENDED TO data/garnrem.dat BY PAYROLL *
      * AS EACH EMPLOYEE IS PAID, SO THE END-OF-BATCH REMITTANCE       *
      * REPORT AND PAYMENT FILE CAN BE BUILT FROM EVERYTHING THE BATCH *
      * TOOK - RESTARTS INCLUDED - AND STILL FOOT TO THE GR CREDIT:    *
      *   GRM-RECORD-TYPE 'DT' - AMOUNT TAKEN ON A PAY LINE.           *
      *                   'RV' - AMOUNT BACKED OUT BY A REVERSAL,      *
      *                          WHICH A READER MUST SUBTRACT.         *
      * GRM-CASE-NUMBER IS SPACES WHEN THE DEDMAST SLOT HAD NO CASE ON *
      * FILE; THE AMOUNT STILL REMITS, UNDER NO AGENCY, FOR THE CLERK  *
      * TO PLACE. GRM-BALANCE-AFTER IS WHAT THE CASE STILL OWES AFTER  *
      * THIS AMOUNT (ZERO ON AN OPEN-ENDED ORDER), AND                 *
      * GRM-SATISFIED-FLAG IS 'Y' ON THE LINE THAT SATISFIED IT.       *
      * SHARED BY PAYROLL (WHICH WRITES IT AND ROLLS IT UP BY AGENCY   *
      * AND CASE AT END OF BATCH).                                     *
      ******************************************************************
           05  GRM-RECORD-TYPE         PIC X(2).
           05  GRM-BATCH-ID            PIC X(9).
           05  GRM-RUN-DATE            PIC 9(8).
           05  GRM-CHECK-DATE          PIC 9(8).
           05  GRM-EMPLOYEE-ID         PIC X(10).
           05  GRM-CASE-NUMBER         PIC X(15).
           05  GRM-ORDER-TYPE          PIC X(2).
           05  GRM-AGENCY-ID           PIC X(10).
           05  GRM-AGENCY-NAME         PIC X(30).
           05  GRM-AMOUNT              PIC 9(8)V99.
           05  GRM-BALANCE-AFTER       PIC 9(8)V99.
           05  GRM-SATISFIED-FLAG      PIC X(1).
