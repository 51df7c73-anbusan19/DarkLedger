      ******************************************************************
      * TAXPARM - EFFECTIVE-DATED TAX AND LIMIT PARAMETER RECORD       *
      * KEYED BY TXP-KEY. EVERY RATE, BRACKET, AND ANNUAL LIMIT THE    *
      * PAY CALCULATION USES LIVES HERE RATHER THAN IN THE PROGRAMS,   *
      * SO A NEW YEAR'S FIGURES ARE KEYED AHEAD OF TIME WITH THE DATE  *
      * THEY TAKE EFFECT AND NOTHING HAS TO BE RECOMPILED:             *
      *   TXP-PARM-TYPE 'FB' - ONE FEDERAL WITHHOLDING BRACKET.        *
      *                        TXP-PARM-CODE IS THE FILING STATUS      *
      *                        (1, 2, 3), TXP-SEQ THE BRACKET NUMBER   *
      *                        (01-10), TXP-BRACKET-LOW/HIGH ITS       *
      *                        RANGE, TXP-RATE THE MARGINAL RATE, AND  *
      *                        TXP-AMOUNT THE BASE TAX AT ITS LOW END. *
      *                 'ST' - ONE STATE'S FLAT WITHHOLDING RATE.      *
      *                        TXP-PARM-CODE IS THE TWO-LETTER TAX     *
      *                        CODE, TXP-RATE THE RATE.                *
      *                 'LM' - ONE NAMED LIMIT. TXP-PARM-CODE IS:      *
      *                        SOCSEC  - SOCIAL SECURITY RATE AND      *
      *                                  WAGE BASE                     *
      *                        401K    - ELECTIVE-DEFERRAL LIMIT       *
      *                                  (AMOUNT ONLY)                 *
      *                        FUTA    - FUTA RATE AND WAGE BASE       *
      *                        SUTA    - SUTA RATE AND WAGE BASE       *
      *                        SUPPFED - FLAT FEDERAL RATE ON          *
      *                                  SUPPLEMENTAL PAY (RATE ONLY)  *
      * A PARAMETER IS IN FORCE ON A GIVEN DATE WHEN ITS EFFECTIVE     *
      * DATE IS THE LATEST ONE ON FILE FOR ITS TYPE AND CODE THAT IS   *
      * NOT AFTER THAT DATE. FOR A FILING STATUS THAT MEANS THE WHOLE  *
      * SET OF BRACKETS KEYED UNDER THAT ONE DATE - BRACKETS ARE NEVER *
      * MIXED ACROSS DATES. TXP-SEQ IS 00 ON ST AND LM RECORDS.        *
      * MAINTAINED ONLY THROUGH TAXMAINT, WHICH AUDITS EVERY CHANGE.   *
      * SHARED BY TAXMAINT, PAYROLL (WHICH LOADS THE SET IN FORCE ON   *
      * THE BATCH'S CHECK DATE), AND W2GEN (WHICH LOADS THE SOCIAL     *
      * SECURITY WAGE BASE IN FORCE AT THE END OF THE TAX YEAR).       *
      ******************************************************************
           05  TXP-KEY.
               10  TXP-PARM-TYPE       PIC X(2).
               10  TXP-PARM-CODE       PIC X(8).
               10  TXP-EFFECTIVE-DATE  PIC 9(8).
               10  TXP-SEQ             PIC 9(2).
           05  TXP-RATE                PIC V9999.
           05  TXP-AMOUNT              PIC 9(8)V99.
           05  TXP-BRACKET-LOW         PIC 9(8)V99.
           05  TXP-BRACKET-HIGH        PIC 9(8)V99.
           05  TXP-LAST-UPDATE-DATE    PIC 9(8).
           05  TXP-LAST-UPDATE-USER    PIC X(8).
