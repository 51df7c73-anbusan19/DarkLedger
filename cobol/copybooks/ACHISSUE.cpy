      * SETTLEMENT DATE ON AN ST ROW. AIL-TRANS-CODE IS THE NACHA      *
      * TRANSACTION CODE ('22' CREDIT, '27' REVERSAL DEBIT; SPACES     *
      * ON AN ST ROW).                                                 *
      * AIL-DEPOSIT-SEQ, RECEIVING-DFI, CHECK-DIGIT AND DFI-ACCOUNT    *
      * NAME THE ACCOUNT AN IS ROW WAS SENT TO. THE SEQUENCE IS THE    *
      * DEPALLOC ALLOCATION THE PIECE CAME FROM, ZERO WHEN THE WHOLE   *
      * NET WENT TO THE EXTRACT'S (OR NOC OVERRIDE'S) SINGLE ACCOUNT - *
      * SO A RETURN CAN BE PINNED ON THE ONE ACCOUNT THAT BOUNCED.     *
      * ROWS LOGGED BEFORE THESE FIELDS EXISTED READ BACK AS SPACES.   *
      * SHARED BY PAYROLL (WHICH ISSUES), BANKREC (WHICH MATCHES THE   *
      * BANK STATEMENT AGAINST IT AND SETTLES), ACHRET (WHICH TRACES   *
      * A RETURN BACK TO ITS ACCOUNT), BATCHBAL (WHICH FOOTS THE       *
      * BATCH'S ENTRIES AGAINST IT), AND PAYSTUB (WHICH SHOWS WHERE    *
      * EACH PIECE OF NET PAY WAS DEPOSITED).                          *
      ******************************************************************
           05  AIL-RECORD-TYPE         PIC X(2).
           05  AIL-TRACE               PIC X(15).
           05  AIL-INDIVIDUAL-ID       PIC X(15).
           05  AIL-TRANS-CODE          PIC X(2).
           05  AIL-AMOUNT              PIC 9(10)V99.
           05  AIL-DEPOSIT-SEQ         PIC 9(2).
           05  AIL-RECEIVING-DFI       PIC X(8).
           05  AIL-CHECK-DIGIT         PIC X(1).
           05  AIL-DFI-ACCOUNT         PIC X(17).
