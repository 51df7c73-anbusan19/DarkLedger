      * PAYROLL EACH PERIOD AND PRINTED ON EVERY PAY STUB. THEY CARRY  *
      * ACROSS THE YEAR-END CLOSE - LEAVE IS EARNED, NOT A YTD         *
      * ACCUMULATOR.                                                   *
      * MST-EMP-STATUS IS THE EMPLOYEE'S STANDING WITH THE HOUSE -    *
      * 'A' ACTIVE, 'L' ON LEAVE OF ABSENCE, 'T' TERMINATED (SPACES ON *
      * A RECORD THAT PREDATES THE FIELD READS AS ACTIVE) - WITH       *
      * MST-HIRE-DATE AND MST-TERM-DATE (ZERO UNTIL TERMINATED). ALL   *
      * THREE ARE MAINTAINED ONLY THROUGH EMPMAINT'S AUDITED STATUS    *
      * ACTION. PAYROLL REJECTS PAY FOR A TERMINATED EMPLOYEE DATED    *
      * AFTER THE TERM DATE AND PAYS THEM OUT ONLY IN A FINAL-PAY RUN. *
      * MST-YTD-PRETAX-PREMIUM IS THE YEAR'S PRE-TAX HEALTH AND DENTAL *
      * PREMIUMS, MAINTAINED BY PAYROLL LIKE THE 401K DEFERRAL, SO     *
      * W2GEN CAN TAKE THEM OUT OF BOX 1 THE WAY PAYROLL TOOK THEM     *
      * OUT OF FEDERAL TAXABLE PAY. A RECORD THAT PREDATES THE FIELD   *
      * READS IT AS NOT NUMERIC, WHICH EVERY READER TREATS AS ZERO.    *
      * SHARED BY PAYROLL (WHICH MAINTAINS THE YTD FIGURES), EMPMAINT, *
      * ACHRET, PAYSTUB, AND W2GEN (WHICH READS IT AT YEAR-END).       *
      ******************************************************************
           05  MST-VAC-BALANCE         PIC 9(4)V99.
           05  MST-SICK-BALANCE        PIC 9(4)V99.
           05  MST-LAST-UPDATE-DATE    PIC 9(8).
           05  MST-EMP-STATUS          PIC X(1).
               88  MST-STATUS-ACTIVE        VALUE 'A' ' '.
               88  MST-STATUS-LEAVE         VALUE 'L'.
               88  MST-STATUS-TERMINATED    VALUE 'T'.
           05  MST-HIRE-DATE           PIC 9(8).
           05  MST-TERM-DATE           PIC 9(8).
           05  MST-YTD-PRETAX-PREMIUM  PIC 9(10)V99.
