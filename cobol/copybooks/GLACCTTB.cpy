      *   SU = SUTA PAYABLE                                            *
      *   4E = EMPLOYER 401K MATCH EXPENSE (DEBIT)                     *
      *   4P = EMPLOYER 401K MATCH PAYABLE                             *
      *   UW = UNCLAIMED WAGES PAYABLE (STALECHK'S STALE-CHECK         *
      *        RECLASS OUT OF PAYROLL CASH)                            *
      ******************************************************************
       01  WS-GL-ACCOUNT-VALUES.
           05  FILLER      PIC X(24) VALUE 'SE510000SALARY EXPENSE  '.
           05  FILLER      PIC X(24) VALUE 'SU211200SUTA PAYABLE    '.
           05  FILLER      PIC X(24) VALUE '4E520100401K MATCH EXP  '.
           05  FILLER      PIC X(24) VALUE '4P211300401K MATCH PAY  '.
           05  FILLER      PIC X(24) VALUE 'UW211400UNCLAIMED WAGES '.

       01  WS-GL-ACCOUNT-TABLE REDEFINES WS-GL-ACCOUNT-VALUES.
           05  WS-GL-ENTRY OCCURS 18 TIMES
                   INDEXED BY WS-GL-IDX.
               10  WS-GL-CODE              PIC X(02).
               10  WS-GL-ACCOUNT           PIC X(06).
