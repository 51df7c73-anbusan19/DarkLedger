      ******************************************************************
      * DEPALLOC - DIRECT DEPOSIT ALLOCATION RECORD LAYOUT             *
      * KEYED BY DA-KEY (EMPLOYEE ID PLUS A TWO-DIGIT ALLOCATION       *
      * SEQUENCE). ONE RECORD PER ACCOUNT AN EMPLOYEE'S NET PAY IS     *
      * SPLIT ACROSS, TAKEN IN SEQUENCE ORDER:                         *
      *   DA-ALLOC-TYPE 'F' - A FLAT DA-AMOUNT EACH PAY.               *
      *                 'P' - DA-PERCENT-RATE PERCENT OF NET PAY.      *
      *                 'R' - THE REMAINDER ACCOUNT: WHATEVER IS LEFT  *
      *                       AFTER EVERY F AND P PIECE. AN EMPLOYEE   *
      *                       NEEDS EXACTLY ONE; THE FIRST ONE ON FILE *
      *                       IS USED.                                 *
      *   A PIECE NEVER TAKES MORE THAN WHAT IS STILL LEFT OF THE NET, *
      *   SO PIECES THAT ADD UP PAST NET PAY SIMPLY RUN DRY IN ORDER.  *
      *   DA-BANK-ROUTING/CHECK-DIGIT/ACCOUNT ARE THE RECEIVING        *
      *   ACCOUNT FOR THE PIECE.                                       *
      *   DA-STATUS 'B' MEANS THE BANK RETURNED AN ENTRY TO THIS       *
      *   ACCOUNT (SET BY ACHRET, WITH DA-RETURN-DATE): A RETURNED F   *
      *   OR P ACCOUNT IS SKIPPED AND ITS PIECE FALLS TO THE           *
      *   REMAINDER; A RETURNED REMAINDER ACCOUNT SENDS THE WHOLE PAY  *
      *   TO PAPER CHECK. A NOC FOR THE ACCOUNT CORRECTS ITS BANKING   *
      *   AND CLEARS THE 'B'.                                          *
      * AN EMPLOYEE WITH NO RECORDS HERE IS DEPOSITED WHOLE TO THE     *
      * BANKING ON THE TIMEKEEPING EXTRACT (OR THE MASTER'S NOC        *
      * OVERRIDE), AS BEFORE ALLOCATIONS EXISTED.                      *
      * SHARED BY PAYROLL (WHICH SPLITS THE NET PAY BY IT) AND ACHRET  *
      * (WHICH MAINTAINS THE PER-ACCOUNT STANDING).                    *
      ******************************************************************
           05  DA-KEY.
               10  DA-EMPLOYEE-ID      PIC X(10).
               10  DA-SEQ              PIC 9(2).
           05  DA-ALLOC-TYPE           PIC X(1).
               88  DA-TYPE-FLAT             VALUE 'F'.
               88  DA-TYPE-PERCENT          VALUE 'P'.
               88  DA-TYPE-REMAINDER        VALUE 'R'.
           05  DA-AMOUNT               PIC 9(8)V99.
           05  DA-PERCENT-RATE         PIC 9(3)V99.
           05  DA-BANK-ROUTING         PIC X(8).
           05  DA-BANK-CHECK-DIGIT     PIC X(1).
           05  DA-BANK-ACCOUNT         PIC X(17).
           05  DA-STATUS               PIC X(1).
               88  DA-STATUS-RETURNED       VALUE 'B'.
           05  DA-RETURN-DATE          PIC 9(8).
           05  DA-LAST-UPDATE-DATE     PIC 9(8).
