      *                   ENTRIES RETIRE FROM RECONCILIATION. THE      *
      *                   TRACE-SEED SCAN READS EVERY ROW TYPE, SO     *
      *                   THE SEQUENCE SURVIVES WHATEVER THE MIX.      *
      *   2026-10-15  DL  ADDED THE GARNISHMENT CASE FILE (GARNCASE,   *
      *                   data/garncase.dat, KEYED BY EMPLOYEE AND     *
      *                   CASE NUMBER): EACH DEDMAST GARNISHMENT SLOT  *
      *                   IS TIED TO ITS ORDER'S TYPE, PAYEE AGENCY,   *
      *                   TOTAL OWED, AND PAID-TO-DATE. THE PERIOD AN  *
      *                   ORDER COMES DUE ONLY THE REMAINING BALANCE   *
      *                   IS TAKEN AND THE CASE IS MARKED SATISFIED,   *
      *                   AFTER WHICH ITS SLOT TAKES NOTHING MORE.     *
      *                   EVERY AMOUNT TAKEN OR REVERSED IS LOGGED TO  *
      *                   data/garnrem.dat (GARNREM), AND AT END OF    *
      *                   BATCH A REMITTANCE REPORT (data/garnrem.rpt) *
      *                   AND PAYMENT FILE (data/garnpay.dat) LIST     *
      *                   WHAT GOES TO EACH AGENCY BY CASE, FOOTED     *
      *                   AGAINST THE BATCH'S GR CREDIT. A REVERSAL    *
      *                   BACKS ITS GARNISHMENT OUT OF THE CASES THE   *
      *                   ORIGINAL BATCH PAID.                         *
      *   2026-10-15  DL  ADDED THE FINAL-PAY RUN ('FINAL' ON THE      *
      *                   COMMAND LINE): PAYS TERMINATED EMPLOYEES     *
      *                   FROM data/finalpay.dat (SAME LAYOUT AS THE   *
      *                   TIMEKEEPING EXTRACT) UNDER AN F-PREFIXED     *
      *                   BATCH OUTSIDE THE CALENDAR, CHECK DATED THE  *
      *                   RUN DATE. THE UNUSED VACATION BALANCE IS     *
      *                   PAID OUT AS A 'VP' SUPPLEMENTAL EARNING      *
      *                   (FLAT SUPPLEMENTAL FEDERAL RATE), BOTH LEAVE *
      *                   BALANCES ARE ZEROED, AND THE DT LINE GOES    *
      *                   OUT ON PAPER WITH STATUS 'FP' SO PAYSTUB     *
      *                   AND CHKPRNT TREAT IT AS FINAL PAY. A NORMAL  *
      *                   RUN NOW REJECTS (TERMINATED) PAY FOR AN      *
      *                   EMPLOYEE WHOSE MASTER STATUS IS TERMINATED   *
      *                   WITH A TERM DATE BEFORE THE CHECK DATE; A    *
      *                   FINAL-PAY RUN REJECTS (NOT-TERMED) ANYONE    *
      *                   ELSE. A KEYED 'VP' EARNING IS REJECTED.      *
      *   2026-10-15  DL  ADDED THE OFF-CYCLE RUN ('OFFCYCLE' ON THE   *
      *                   COMMAND LINE): PAYS A MISSED OR SHORTED      *
      *                   EMPLOYEE BETWEEN REGULAR BATCHES FROM        *
      *                   data/offcycle.dat (SAME LAYOUT AS THE        *
      *                   TIMEKEEPING EXTRACT) THROUGH THE FULL        *
      *                   GROSS-TO-NET, UNDER AN O-PREFIXED BATCH      *
      *                   WITH ITS OWN STARTED/COMPLETE EVENTS. THE    *
      *                   RUN IS OFF THE CALENDAR - PERIOD ZERO, CHECK *
      *                   DATED THE RUN DATE - SO IT NEITHER USES UP   *
      *                   NOR ADVANCES THE PERIOD SEQUENCE, AND THE    *
      *                   DUPLICATE-BATCH AND NEW-YEAR GUARDS STILL    *
      *                   APPLY WITHOUT OVERRIDE. ITS DT LINES CARRY   *
      *                   STATUS 'OC' SO PAYSTUB AND CHKPRNT CAN MARK  *
      *                   THEM OFF-CYCLE.                              *
      *   2026-10-15  DL  THE FEDERAL BRACKETS, STATE RATES, SOCIAL    *
      *                   SECURITY RATE AND WAGE BASE, 401K DEFERRAL   *
      *                   LIMIT, FUTA/SUTA RATES AND WAGE BASES, AND   *
      *                   SUPPLEMENTAL FEDERAL RATE ARE NO LONGER      *
      *                   COMPILED IN. THEY ARE LOADED AT RUN START    *
      *                   FROM THE EFFECTIVE-DATED TAX PARAMETER FILE  *
      *                   (data/taxparm.dat, MAINTAINED BY TAXMAINT),  *
      *                   TAKING THE SET IN FORCE ON THE BATCH'S       *
      *                   CHECK DATE. A RUN WITH ANY REQUIRED FIGURE   *
      *                   MISSING FOR THAT DATE IS REFUSED. FEDTAXTB   *
      *                   AND STTAXTB ARE NOW LOAD-ONLY TABLES.        *
      *   2026-10-15  DL  ADDED SPLIT DIRECT DEPOSIT: AN EMPLOYEE WITH *
      *                   RECORDS ON THE DEPOSIT ALLOCATION FILE       *
      *                   (DEPALLOC, data/depalloc.dat, KEYED BY       *
      *                   EMPLOYEE AND SEQUENCE) HAS NET PAY SPLIT     *
      *                   ACROSS THOSE ACCOUNTS - FLAT AMOUNTS AND     *
      *                   PERCENTS IN SEQUENCE ORDER, THE REST TO THE  *
      *                   REMAINDER ACCOUNT - WITH ONE ACH ENTRY AND   *
      *                   ONE ISSUE LOG ROW PER PIECE. A PIECE WHOSE   *
      *                   ACCOUNT THE BANK RETURNED IS SKIPPED INTO    *
      *                   THE REMAINDER; NO USABLE REMAINDER ACCOUNT   *
      *                   MEANS A PAPER CHECK. ISSUE LOG ROWS NOW      *
      *                   CARRY THE ACCOUNT AND ALLOCATION SEQUENCE    *
      *                   EACH ENTRY WENT TO.                          *
      *   2026-10-15  DL  AN OFF-CYCLE PAYMENT NO LONGER TAKES HEALTH  *
      *                   OR DENTAL PREMIUMS OR GRANTS THE SALARIED    *
      *                   PER-PERIOD LEAVE ACCRUAL - THE REGULAR BATCH *
      *                   ALREADY DID BOTH FOR THE PERIOD. HOURLY      *
      *                   ACCRUAL ON HOURS PAID, THE 401K PERCENT,     *
      *                   AND GARNISHMENTS STILL APPLY.                *
      *   2026-10-15  DL  THE PRE-TAX HEALTH AND DENTAL PREMIUMS ARE   *
      *                   ACCUMULATED ON THE MASTER (MST-YTD-PRETAX-   *
      *                   PREMIUM) AND BACKED OUT BY A REVERSAL, SO    *
      *                   W2GEN CAN TAKE THEM OUT OF BOX 1 WAGES.      *
      *   2026-10-15  DL  AN F OR P DEPOSIT ALLOCATION WITH NO ROUTING *
      *                   OR ACCOUNT NUMBER IS SKIPPED WITH A MESSAGE  *
      *                   (ITS PIECE FALLS TO THE REMAINDER) INSTEAD   *
      *                   OF SENDING THE BANK A BLANK ACCOUNT.         *
      *   2026-10-15  DL  REVERSING A PAY THAT WENT OUT AS A SPLIT     *
      *                   DEPOSIT NOW DEBITS EACH PIECE BACK FROM THE  *
      *                   ACCOUNT IT WENT TO, AS THE ACH ISSUE LOG     *
      *                   RECORDS IT, RATHER THAN THE WHOLE NET FROM   *
      *                   THE REQUEST'S SINGLE ACCOUNT. PIECES THAT DO *
      *                   NOT FOOT TO THE NET REVERSED ARE NOT SENT    *
      *                   (RC 8, PULLED BACK BY HAND), NOR ARE ANY     *
      *                   WHEN ONE PIECE'S ALLOCATION IS NOW MARKED    *
      *                   RETURNED - THE CLERK SETTLES WHAT REACHED    *
      *                   WHICH ACCOUNT.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
               ASSIGN TO "data/input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT FINAL-PAY-FILE
               ASSIGN TO "data/finalpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-PAY-STATUS.
           SELECT OFF-CYCLE-FILE
               ASSIGN TO "data/offcycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-CYCLE-STATUS.
           SELECT OUTPUT-FILE
               ASSIGN TO "data/output.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT GARN-CASE-FILE
               ASSIGN TO "data/garncase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-GARN-CASE-STATUS.
           SELECT GARN-REMIT-LOG-FILE
               ASSIGN TO "data/garnrem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-LOG-STATUS.
           SELECT GARN-REMIT-REPORT-FILE
               ASSIGN TO "data/garnrem.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-REPORT-STATUS.
           SELECT GARN-PAYMENT-FILE
               ASSIGN TO "data/garnpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-PAYMENT-STATUS.
           SELECT TAX-PARM-FILE
               ASSIGN TO "data/taxparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXP-KEY
               FILE STATUS IS WS-TAX-PARM-STATUS.
           SELECT DEPOSIT-ALLOC-FILE
               ASSIGN TO "data/depalloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DEPOSIT-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  INPUT-RECORD                PIC X(105).

      * THE FINAL-PAY REQUEST FILE: ONE TIMEKEEPING-LAYOUT RECORD PER  *
      * TERMINATED EMPLOYEE BEING PAID OUT, KEYED BY THE CLERK WITH    *
      * THE LAST PERIOD'S HOURS (OR SALARY). READ INTO THE SAME        *
      * WS-INPUT-RECORD AS THE REGULAR EXTRACT.                        *
       FD  FINAL-PAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FINAL-PAY-RECORD            PIC X(105).

      * THE OFF-CYCLE REQUEST FILE: ONE TIMEKEEPING-LAYOUT RECORD PER  *
      * EMPLOYEE TO BE PAID BETWEEN REGULAR BATCHES, KEYED BY THE      *
      * CLERK WITH THE HOURS (OR SALARY) THE CHECK IS TO COVER. READ   *
      * INTO THE SAME WS-INPUT-RECORD AS THE REGULAR EXTRACT.          *
       FD  OFF-CYCLE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OFF-CYCLE-RECORD            PIC X(105).

       FD  OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       01  RUN-CONTROL-RECORD          PIC X(62).

       FD  GARN-CASE-FILE.
       01  GARN-CASE-RECORD.
           COPY GARNCASE.

       FD  GARN-REMIT-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GARN-REMIT-LOG-RECORD       PIC X(115).

       FD  GARN-REMIT-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GARN-REMIT-REPORT-RECORD    PIC X(80).

       FD  GARN-PAYMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GARN-PAYMENT-RECORD         PIC X(100).

       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           COPY TAXPARM.

       FD  DEPOSIT-ALLOC-FILE.
       01  DEPOSIT-ALLOC-RECORD.
           COPY DEPALLOC.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-RECORD.
           05  WS-EMPLOYEE-ID          PIC X(10).
           05  WS-BRACKET-PAY          PIC 9(8)V99.
           05  WS-SUPP-SUB             PIC 9.

      * THE FLAT FEDERAL RATE ON SUPPLEMENTAL PAY IS THE 'SUPPFED'    *
      * LIMIT IN FORCE ON THE CHECK DATE, SET BY LOAD-TAX-PARAMETERS. *
       01  WS-SUPPLEMENTAL-CONSTANTS.
           05  WS-SUPP-FED-RATE        PIC V9999  VALUE 0.

      * THE HOUSE LEAVE ACCRUAL POLICY: HOURLY EMPLOYEES ACCRUE PER   *
      * HOUR WORKED (LEAVE TAKEN DOES NOT ITSELF ACCRUE LEAVE),       *
      * YEAR.                                                         *
      * THE 401K PLAN TERMS: THE EMPLOYER MATCHES HALF OF WHAT THE   *
      * EMPLOYEE DEFERS, UP TO 6% OF GROSS, AND THE EMPLOYEE'S OWN    *
      * DEFERRALS STOP AT THE ANNUAL IRS ELECTIVE-DEFERRAL LIMIT -    *
      * THE '401K' LIMIT IN FORCE ON THE CHECK DATE, SET BY           *
      * LOAD-TAX-PARAMETERS.                                          *
       01  WS-401K-CONSTANTS.
           05  WS-401K-DEFERRAL-LIMIT  PIC 9(8)V99 VALUE 0.
           05  WS-401K-MATCH-RATE      PIC V99    VALUE .50.
           05  WS-401K-MATCH-CAP-PCT   PIC V99    VALUE .06.

           05  WS-SICK-ACCRUAL-RATE    PIC V9999  VALUE .0400.
           05  WS-VAC-SAL-PER-PERIOD   PIC 99V99  VALUE 3.08.
           05  WS-SICK-SAL-PER-PERIOD  PIC 99V99  VALUE 2.46.
      * THE HOURS A BIWEEKLY PERIOD SALARY IS TAKEN TO COVER, FOR     *
      * PRICING A SALARIED EMPLOYEE'S VACATION PAYOUT BY THE HOUR.    *
           05  WS-SAL-HOURS-PER-PERIOD PIC 99V99  VALUE 80.00.

      * PER-PERIOD LEAVE WORK FIELDS. THE TAKEN FIELDS ARE THE INPUT *
      * RECORD'S HOURS STAGED AS NUMBERS (SPACES BECOME ZERO); THE   *
           05  WS-VAC-ACCRUED          PIC 9(3)V99.
           05  WS-SICK-ACCRUED         PIC 9(3)V99.
           05  WS-LEAVE-PAY            PIC 9(8)V99.
      * A FINAL-PAY RUN'S VACATION PAYOUT: THE HOURS LEFT ON THE      *
      * BALANCE ONCE THIS PERIOD'S LEAVE AND ACCRUAL ARE COUNTED, THE *
      * HOURLY RATE THEY ARE PRICED AT, AND THE RESULTING AMOUNT.     *
           05  WS-VAC-PAYOUT-HOURS     PIC 9(4)V99.
           05  WS-VAC-PAYOUT-RATE      PIC 9(4)V9999.
           05  WS-VAC-PAYOUT-AMOUNT    PIC 9(6)V99.
           05  WS-VAC-PAYOUT-SLOT      PIC 9.

      * THE EMPLOYER'S OWN TAXES ON THIS PERIOD'S WAGES. NONE OF      *
      * THESE TOUCH THE EMPLOYEE'S CHECK OR THE MASTER YTD FIGURES -  *
      * SECURITY CAP IS - AN EMPLOYEE CROSSING A BASE MID-PERIOD IS   *
      * TAXED ONLY ON THE WAGES STILL UNDER IT. THE FUTA RATE IS THE  *
      * NET 0.6% AFTER THE FULL STATE CREDIT; THE SUTA RATE IS THE    *
      * HOUSE'S ASSIGNED EXPERIENCE RATE. BOTH RATES AND BOTH BASES   *
      * ARE THE 'FUTA' AND 'SUTA' LIMITS IN FORCE ON THE CHECK DATE,  *
      * SET BY LOAD-TAX-PARAMETERS.                                   *
       01  WS-EMPLOYER-TAX-CONSTANTS.
           05  WS-FUTA-RATE            PIC V9999  VALUE 0.
           05  WS-FUTA-WAGE-BASE       PIC 9(8)V99 VALUE 0.
           05  WS-SUTA-RATE            PIC V9999  VALUE 0.
           05  WS-SUTA-WAGE-BASE       PIC 9(8)V99 VALUE 0.

       01  WS-EMPLOYER-TAX-WORK.
           05  WS-FUTA-TAXABLE         PIC 9(8)V99.
           05  WS-SOC-SEC-TAXABLE      PIC 9(8)V99.
           05  WS-MEDICARE-ADDL-WAGES  PIC 9(8)V99.

      * THE SOCIAL SECURITY RATE AND WAGE BASE ARE THE 'SOCSEC' LIMIT *
      * IN FORCE ON THE CHECK DATE, SET BY LOAD-TAX-PARAMETERS.       *
       01  WS-FICA-CONSTANTS.
           05  WS-SOC-SEC-RATE         PIC V9999  VALUE 0.
           05  WS-SOC-SEC-WAGE-BASE    PIC 9(8)V99 VALUE 0.
           05  WS-MEDICARE-RATE        PIC V9999  VALUE .0145.
           05  WS-MEDICARE-ADDL-RATE   PIC V9999  VALUE .0090.
           05  WS-MEDICARE-ADDL-THRESH PIC 9(8)V99 VALUE 200000.00.
           05  WS-GARNISH-CEILING      PIC 9(8)V99.
           05  WS-GARN-THIS-ONE        PIC 9(8)V99.
           05  WS-GARN-PRIORITY-WANTED PIC 99.
           05  WS-GARN-WANTED          PIC 9(8)V99.
           05  WS-GARN-REMAINING       PIC 9(8)V99.

      * THE EMPLOYEE'S ELECTIONS AS STAGED FROM THE DEDUCTION MASTER  *
      * BY LOOKUP-DEDUCTIONS. THE CALCULATIONS READ ONLY THESE, NEVER *

       01  WS-ELECT-GARN-SUB           PIC 9.

      * THE EMPLOYEE'S GARNISHMENT CASES AS STAGED FROM THE CASE FILE  *
      * BY LOOKUP-GARNISHMENT-CASES, ONE ENTRY PER DEDMAST SLOT. AN    *
      * ACTIVE CASE ON A SLOT WINS OVER A SATISFIED ONE (A NEW ORDER   *
      * REPLACING A PAID-OFF ONE); A SLOT WITH ONLY A SATISFIED CASE   *
      * TAKES NOTHING; A SLOT WITH NO CASE AT ALL STILL TAKES ITS      *
      * DEDMAST AMOUNT AND IS REMITTED AS HELD FOR THE CLERK TO PLACE. *
      * WS-GCS-TAKEN IS WHAT CALCULATE-GARNISHMENTS ACTUALLY TOOK ON   *
      * THE SLOT, APPLIED TO THE CASE ONLY ONCE THE RECORD IS ACCEPTED.*
       01  WS-GARN-CASE-STAGING.
           05  WS-GCS-ENTRY OCCURS 3 TIMES.
               10  WS-GCS-FOUND-FLAG   PIC X.
               10  WS-GCS-CASE-NUMBER  PIC X(15).
               10  WS-GCS-ORDER-TYPE   PIC X(2).
               10  WS-GCS-AGENCY-ID    PIC X(10).
               10  WS-GCS-AGENCY-NAME  PIC X(30).
               10  WS-GCS-TOTAL-OWED   PIC 9(8)V99.
               10  WS-GCS-PAID-TO-DATE PIC 9(8)V99.
               10  WS-GCS-STATUS       PIC X.
               10  WS-GCS-TAKEN        PIC 9(8)V99.

      * ONE GARNISHMENT REMITTANCE LOG RECORD, STAGED HERE AND WRITTEN *
      * FROM HERE - THE LOG IS OPENED AND CLOSED AROUND EACH WRITE,    *
      * SO ITS RECORD AREA IS NOT ALWAYS ADDRESSABLE.                  *
       01  WS-GARN-REMIT-WORK-RECORD.
           COPY GARNREM.

      * THE DT GARNISHMENT LINES AN ORIGINAL BATCH LOGGED FOR AN       *
      * EMPLOYEE BEING REVERSED, FOUND BY BACK-OUT-GARNISHMENT-CASES   *
      * SO EACH CASE GETS BACK EXACTLY WHAT IT WAS CREDITED.           *
       01  WS-GARN-REVERSAL-WORK.
           05  WS-GRV-COUNT            PIC 9(2) VALUE 0.
           05  WS-GRV-SUB              PIC 9(2) VALUE 0.
           05  WS-GRV-FOUND-TOTAL      PIC 9(8)V99 VALUE 0.
           05  WS-GRV-ENTRY OCCURS 9 TIMES.
               10  WS-GRV-CASE-NUMBER  PIC X(15).
               10  WS-GRV-ORDER-TYPE   PIC X(2).
               10  WS-GRV-AGENCY-ID    PIC X(10).
               10  WS-GRV-AGENCY-NAME  PIC X(30).
               10  WS-GRV-AMOUNT       PIC 9(8)V99.

      * THE BATCH'S GARNISHMENT LOG LINES ROLLED UP BY AGENCY, CASE,   *
      * AND EMPLOYEE FOR THE REMITTANCE REPORT AND PAYMENT FILE. RV    *
      * LINES ROLL IN NEGATIVE, SO A REVERSAL BATCH SHOWS WHAT IS TO   *
      * BE RECOVERED FROM EACH AGENCY. ALL THE NO-CASE LINES SHARE THE *
      * BLANK AGENCY AND PRINT TOGETHER AS HELD.                       *
       01  WS-GARN-REMIT-TOTALS.
           05  WS-GRT-COUNT            PIC 9(4) VALUE 0.
           05  WS-GRT-ENTRY OCCURS 500 TIMES.
               10  WS-GRT-AGENCY-ID    PIC X(10).
               10  WS-GRT-AGENCY-NAME  PIC X(30).
               10  WS-GRT-CASE-NUMBER  PIC X(15).
               10  WS-GRT-EMPLOYEE-ID  PIC X(10).
               10  WS-GRT-ORDER-TYPE   PIC X(2).
               10  WS-GRT-AMOUNT       PIC S9(10)V99.
               10  WS-GRT-BALANCE      PIC 9(8)V99.
               10  WS-GRT-SATISFIED-FLAG PIC X.
               10  WS-GRT-DONE-FLAG    PIC X.

       01  WS-GARN-REMIT-WORK.
           05  WS-GRT-SUB              PIC 9(4).
           05  WS-GRT-SUB2             PIC 9(4).
           05  WS-GRT-FOUND-FLAG       PIC X.
           05  WS-GRT-THIS-AGENCY      PIC X(10).
           05  WS-GRT-SIGNED-AMOUNT    PIC S9(10)V99.
           05  WS-GRT-AGENCY-TOTAL     PIC S9(10)V99.
           05  WS-GRT-REMITTED-TOTAL   PIC S9(10)V99.
           05  WS-GRT-HELD-TOTAL       PIC S9(10)V99.
           05  WS-GRT-GRAND-TOTAL      PIC S9(10)V99.
           05  WS-GRT-GL-EXPECTED      PIC S9(10)V99.
           05  WS-GRT-DIFFERENCE       PIC S9(10)V99.
           05  WS-GRT-PAYMENT-COUNT    PIC 9(5).

      * TAX PARAMETER LOAD WORK AREA. THE FILE IS READ IN KEY ORDER, *
      * SO EACH TYPE-AND-CODE GROUP ARRIVES TOGETHER, OLDEST           *
      * EFFECTIVE DATE FIRST. THE RECORDS OF THE LATEST DATE NOT      *
      * AFTER THE CHECK DATE ARE STAGED HERE (UP TO TEN - A FILING    *
      * STATUS'S BRACKETS) AND COMMITTED TO THE TABLES OR LIMITS WHEN *
      * THE GROUP ENDS. THE FOUND FLAGS SAY WHICH REQUIRED FIGURES    *
      * WERE IN FORCE; ANY LEFT 'N' BLOCKS THE RUN.                   *
       01  WS-TAX-PARM-WORK.
           05  WS-TPM-GROUP-TYPE       PIC X(02).
           05  WS-TPM-GROUP-CODE       PIC X(08).
           05  WS-TPM-STAGE-DATE       PIC 9(08).
           05  WS-TPM-STAGE-COUNT      PIC 99.
           05  WS-TPM-STAGE-SUB        PIC 99.
           05  WS-TPM-STAGE-ENTRY OCCURS 10 TIMES.
               10  WS-TPM-STG-RATE     PIC V9999.
               10  WS-TPM-STG-AMOUNT   PIC 9(8)V99.
               10  WS-TPM-STG-LOW      PIC 9(8)V99.
               10  WS-TPM-STG-HIGH     PIC 9(8)V99.
           05  WS-TPM-FED-1-FLAG       PIC X.
           05  WS-TPM-FED-2-FLAG       PIC X.
           05  WS-TPM-FED-3-FLAG       PIC X.
           05  WS-TPM-SOCSEC-FLAG      PIC X.
           05  WS-TPM-401K-FLAG        PIC X.
           05  WS-TPM-FUTA-FLAG        PIC X.
           05  WS-TPM-SUTA-FLAG        PIC X.
           05  WS-TPM-SUPPFED-FLAG     PIC X.
           05  WS-TPM-OVERFLOW-FLAG    PIC X.

           COPY FEDTAXTB.
           COPY STTAXTB.
           COPY GLACCTTB.

      * THE PERIOD THE BATCH RUNS UNDER, FOUND ON THE PAY-PERIOD     *
      * CALENDAR BY THE RUN DATE. A NORMAL RUN WITH NO COVERING      *
      * PERIOD IS REFUSED; A REVERSAL, FINAL-PAY, OR OFF-CYCLE RUN   *
      * IS OUTSIDE THE CALENDAR AND KEEPS PERIOD ZERO WITH THE RUN   *
      * DATE AS CHECK DATE.                                          *
       01  WS-PERIOD-NUMBER            PIC 9(3) VALUE 0.
       01  WS-CHECK-DATE               PIC 9(8) VALUE 0.

           05  WS-TOTAL-401K-MATCH     PIC 9(10)V99 VALUE 0.

      * THE COMMAND LINE MAY CARRY ANY COMBINATION OF THE RESTART,    *
      * REVERSAL, FINAL, OFFCYCLE, AND OVERRIDE TOKENS;               *
      * PARSE-RUN-OPTIONS SCANS FOR EACH AND SETS ITS FLAG.           *
       01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.

       01  WS-OPTION-TALLY             PIC 9(2) VALUE 0.
               88  WS-REVERSAL-REQUESTED    VALUE 'Y'.
           05  WS-OVERRIDE-FLAG        PIC X VALUE 'N'.
               88  WS-OVERRIDE-REQUESTED    VALUE 'Y'.
           05  WS-FINAL-PAY-FLAG       PIC X VALUE 'N'.
               88  WS-FINAL-PAY-REQUESTED   VALUE 'Y'.
           05  WS-OFF-CYCLE-FLAG       PIC X VALUE 'N'.
               88  WS-OFF-CYCLE-REQUESTED   VALUE 'Y'.

      * ONE EVENT ON THE RUN-CONTROL LEDGER: A BATCH STARTING OR      *
      * COMPLETING, WITH THE FINAL CONTROL TOTALS ON THE COMPLETE     *
           05  WS-PERIOD-FOUND-FLAG    PIC X VALUE 'N'.
           05  WS-PERIOD-BLOCKED-FLAG  PIC X VALUE 'N'.
           05  WS-SEQ-BLOCKED-FLAG     PIC X VALUE 'N'.
           05  WS-PARM-BLOCKED-FLAG    PIC X VALUE 'N'.
           05  WS-TAX-PARM-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-CAL-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-ACH-ISSUE-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-REV-SPLIT-FLAG       PIC X VALUE 'N'.
           05  WS-REV-PIECE-OVER-FLAG  PIC X VALUE 'N'.
           05  WS-REV-PIECE-RET-FLAG   PIC X VALUE 'N'.
           05  WS-GARN-CASE-OPEN-FLAG  PIC X VALUE 'N'.
               88  WS-GARN-CASE-IS-OPEN     VALUE 'Y'.
           05  WS-GARN-CASE-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-GARN-CASE-FOUND-FLAG PIC X VALUE 'N'.
           05  WS-GARN-LOG-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-DEP-ALLOC-OPEN-FLAG  PIC X VALUE 'N'.
               88  WS-DEP-ALLOC-IS-OPEN     VALUE 'Y'.
           05  WS-DEP-ALLOC-EOF-FLAG   PIC X VALUE 'N'.

      * THE GO/NO-GO CONTROL RECORD INEDIT LEAVES IN data/editpass.ctl *
      * AFTER EDITING THE EXTRACT. ONLY A LITERAL 'PASS' VERDICT       *
           88  WS-REASON-BAD-LEAVE         VALUE 'BAD-LEAVE'.
           88  WS-REASON-NO-LEAVE-BAL      VALUE 'NO-LEAVE-BAL'.
           88  WS-REASON-NEG-NET           VALUE 'NEG-NET'.
           88  WS-REASON-TERMINATED        VALUE 'TERMINATED'.
           88  WS-REASON-NOT-TERMED        VALUE 'NOT-TERMED'.
           88  WS-REASON-NO-EARN-SLOT      VALUE 'NO-EARN-SLOT'.

       01  WS-FILE-STATUS.
           05  WS-INPUT-STATUS         PIC XX.
           05  WS-FINAL-PAY-STATUS     PIC XX.
           05  WS-OFF-CYCLE-STATUS     PIC XX.
           05  WS-OUTPUT-STATUS        PIC XX.
           05  WS-EXCEPTION-STATUS     PIC XX.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-TAX-DEPOSIT-STATUS   PIC XX.
           05  WS-PAY-CALENDAR-STATUS  PIC XX.
           05  WS-ACH-ISSUE-STATUS     PIC XX.
           05  WS-GARN-CASE-STATUS     PIC XX.
           05  WS-GARN-LOG-STATUS      PIC XX.
           05  WS-GARN-REPORT-STATUS   PIC XX.
           05  WS-GARN-PAYMENT-STATUS  PIC XX.
           05  WS-TAX-PARM-STATUS      PIC XX.
           05  WS-DEPOSIT-ALLOC-STATUS PIC XX.

       01  WS-OUTPUT-RECORD-FORMATTED.
           05  WS-OUT-RECORD-TYPE      PIC X(02) VALUE 'DT'.
           05  WS-OUT-EARN-ENTRY OCCURS 3 TIMES.
               10  WS-OUT-EARN-CODE    PIC X(02).
               10  WS-OUT-EARN-AMOUNT  PIC 9(8)V99.
      * 'OK' ON A REGULAR PAY LINE; 'FP' ON A FINAL-PAY LINE, WHICH   *
      * PAYSTUB MARKS FINAL PAY AND CHKPRNT CUTS DATED THE DAY IT      *
      * PRINTS; 'OC' ON AN OFF-CYCLE LINE, WHICH PAYSTUB AND CHKPRNT  *
      * MARK OFF-CYCLE.                                               *
           05  WS-OUT-STATUS           PIC XX.
      * HOW THE NET PAY LEAVES THE HOUSE: 'A' WENT OUT AS AN ACH      *
      * ENTRY, 'C' IS DUE A PAPER CHECK FROM CHKPRNT. SPACES ON AN    *
           05  WS-TXD-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(13) VALUE SPACES.

      * THE GARNISHMENT REMITTANCE REPORT: EACH AGENCY, ITS CASES     *
      * WITH WHAT THE BATCH TOOK UNDER EACH AND THE BALANCE LEFT, AND  *
      * THE AGENCY TOTAL THE PAYMENT FILE SENDS IT; THEN THE BATCH    *
      * TOTALS FOOTED AGAINST THE GR CREDIT SO THE PAYABLE CLEARS.    *
       01  WS-GARN-REMIT-TITLE-LINE.
           05  FILLER                  PIC X(24)
                   VALUE 'GARNISHMENT REMITTANCE  '.
           05  WS-GRR-TTL-BATCH-ID     PIC X(09).
           05  FILLER                  PIC X(13)
                   VALUE '  CHECK DATE '.
           05  WS-GRR-TTL-CHECK-DATE   PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-GARN-REMIT-AGENCY-LINE.
           05  FILLER                  PIC X(07) VALUE 'AGENCY '.
           05  WS-GRR-AGENCY-ID        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GRR-AGENCY-NAME      PIC X(30).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-GARN-REMIT-HEADING-LINE.
           05  FILLER                  PIC X(40)
                   VALUE '  CASE NUMBER     TY EMPLOYEE           '.
           05  FILLER                  PIC X(40)
                   VALUE 'AMOUNT    BAL LEFT STATUS'.

       01  WS-GARN-REMIT-CASE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GRR-CASE-NUMBER      PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GRR-ORDER-TYPE       PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GRR-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GRR-AMOUNT           PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GRR-BALANCE          PIC Z(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GRR-STATUS           PIC X(09).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-GARN-REMIT-TOTAL-LINE.
           05  WS-GRR-TOTAL-LABEL      PIC X(30).
           05  WS-GRR-TOTAL-AMOUNT     PIC -(10)9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

      * ONE PAYMENT PER AGENCY CASE FOR ACCOUNTS PAYABLE TO CUT, AND   *
      * A TRAILER CARRYING THE COUNT AND TOTAL. A NEGATIVE AMOUNT (A   *
      * REVERSAL BATCH) IS A RECOVERY DUE FROM THE AGENCY. NO-CASE     *
      * AMOUNTS ARE HELD OFF THE FILE UNTIL THE CLERK PLACES THEM.     *
       01  WS-GARN-PAYMENT-DETAIL.
           05  WS-GPD-RECORD-TYPE      PIC X(02) VALUE 'PD'.
           05  WS-GPD-BATCH-ID         PIC X(09).
           05  WS-GPD-CHECK-DATE       PIC 9(08).
           05  WS-GPD-AGENCY-ID        PIC X(10).
           05  WS-GPD-AGENCY-NAME      PIC X(30).
           05  WS-GPD-CASE-NUMBER      PIC X(15).
           05  WS-GPD-EMPLOYEE-ID      PIC X(10).
           05  WS-GPD-ORDER-TYPE       PIC X(02).
           05  WS-GPD-AMOUNT           PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-GARN-PAYMENT-TRAILER.
           05  WS-GPT-RECORD-TYPE      PIC X(02) VALUE 'PT'.
           05  WS-GPT-BATCH-ID         PIC X(09).
           05  WS-GPT-CHECK-DATE       PIC 9(08).
           05  WS-GPT-PAYMENT-COUNT    PIC 9(05).
           05  WS-GPT-TOTAL-AMOUNT     PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-DEPOSIT-DUE-DATES.
           05  WS-FED-DUE-DATE         PIC 9(08).
           05  WS-UNEMP-DUE-DATE       PIC 9(08).
       01  WS-ACH-TRACE-LAST-SEQ       PIC 9(07) VALUE 0.
       01  WS-ACH-TRACE-SCAN-SEQ       PIC 9(07) VALUE 0.

      * THE DEPALLOC SEQUENCE OF THE ENTRY BEING WRITTEN, STAMPED ON  *
      * ITS ISSUE LOG ROW - ZERO FOR AN ENTRY TO THE EXTRACT'S (OR    *
      * NOC OVERRIDE'S) SINGLE ACCOUNT AND FOR THE REVERSAL DEBIT OF  *
      * AN UNSPLIT PAY; A DEBIT PULLING BACK ONE PIECE OF A SPLIT PAY *
      * CARRIES THAT PIECE'S SEQUENCE.                                *
       01  WS-ACH-DEPOSIT-SEQ          PIC 9(02) VALUE 0.

      * THE EMPLOYEE'S DEPOSIT ALLOCATIONS AS STAGED FROM DEPALLOC BY *
      * LOOKUP-DEPOSIT-ALLOCATIONS, IN SEQUENCE ORDER: EVERY F AND P  *
      * ALLOCATION WHOSE ACCOUNT THE BANK HAS NOT RETURNED, PLUS THE  *
      * FIRST REMAINDER ALLOCATION (WS-DSP-REM-SUB POINTS AT IT).     *
      * WS-DSP-ON-FILE-FLAG SAYS WHETHER THE EMPLOYEE HAS ANY         *
      * ALLOCATION AT ALL - ONE WHO DOES IS PAID BY THE ALLOCATIONS   *
      * ALONE, NEVER BY THE EXTRACT'S SINGLE ACCOUNT.                 *
      * WS-DSP-REM-USABLE-FLAG IS 'Y' ONLY WHEN THE REMAINDER         *
      * ALLOCATION EXISTS, CARRIES BANKING, AND ITS ACCOUNT HAS NOT   *
      * BEEN RETURNED; WS-DSP-REM-SEEN-FLAG KEEPS A SECOND REMAINDER  *
      * ALLOCATION FROM BEING TAKEN UP.                               *
      * WS-DSP-AMOUNT IS THE PIECE COMPUTE-DEPOSIT-SPLITS WORKS OUT.  *
      * A REVERSAL RUN STAGES HERE INSTEAD THE PIECES THE ORIGINAL    *
      * PAY WAS DEPOSITED IN, AS THE ACH ISSUE LOG RECORDS THEM.      *
       01  WS-DEPOSIT-SPLIT-STAGING.
           05  WS-DSP-ON-FILE-FLAG     PIC X VALUE 'N'.
           05  WS-DSP-REM-USABLE-FLAG  PIC X VALUE 'N'.
           05  WS-DSP-REM-SEEN-FLAG    PIC X VALUE 'N'.
           05  WS-DSP-COUNT            PIC 9(02) VALUE 0.
           05  WS-DSP-REM-SUB          PIC 9(02) VALUE 0.
           05  WS-DSP-ENTRY OCCURS 10 TIMES.
               10  WS-DSP-SEQ          PIC 9(02).
               10  WS-DSP-TYPE         PIC X(01).
               10  WS-DSP-FLAT-AMOUNT  PIC 9(8)V99.
               10  WS-DSP-PERCENT-RATE PIC 9(3)V99.
               10  WS-DSP-ROUTING      PIC X(08).
               10  WS-DSP-CHECK-DIGIT  PIC X(01).
               10  WS-DSP-ACCOUNT      PIC X(17).
               10  WS-DSP-AMOUNT       PIC 9(8)V99.

       01  WS-DSP-SUB                  PIC 9(02).
       01  WS-DSP-LEFT                 PIC 9(10)V99.

      * WHAT THE ORIGINAL PAY'S LOGGED PIECES ADD UP TO, PROVED       *
      * AGAINST THE NET BEING REVERSED BEFORE ANY PIECE IS DEBITED,   *
      * AND THE TWO FIGURES AS SHOWN WHEN THEY DO NOT AGREE.          *
       01  WS-REV-PIECES-WORK.
           05  WS-REV-PIECES-TOTAL     PIC 9(10)V99.
           05  WS-REV-PIECES-DISPLAY   PIC Z(9)9.99.
           05  WS-REV-NET-DISPLAY      PIC Z(9)9.99.

       01  WS-ACH-TOTALS.
           05  WS-ACH-ENTRY-COUNT      PIC 9(06) VALUE 0.
           05  WS-ACH-TOTAL-CREDIT     PIC 9(12)V99 VALUE 0.
      * FIXED 94-BYTE RECORD, AS IN A REAL ACH FILE. THE RECEIVING    *
      * DFI/CHECK DIGIT/ACCOUNT NUMBER ON THE ENTRY DETAIL RECORD ARE *
      * CARRIED ON WS-INPUT-RECORD (WS-BANK-ROUTING/WS-BANK-CHECK-    *
      * DIGIT/WS-BANK-ACCOUNT) AND MOVED IN BY WRITE-ACH-ENTRY, OR    *
      * TAKEN FROM THE EMPLOYEE'S DEPOSIT ALLOCATIONS, ONE ENTRY PER  *
      * PIECE, BY WRITE-SPLIT-ACH-ENTRY. A LEGACY RECORD WRITTEN      *
      * BEFORE THESE FIELDS EXISTED LEAVES THEM BLANK; WRITE-OUTPUT-  *
      * RECORD SKIPS WRITE-ACH-ENTRY ENTIRELY FOR THOSE RECORDS       *
      * RATHER THAN LETTING A BLANK RECEIVING DFI/ACCOUNT NUMBER INTO *
      * THE BATCH.                                                    *
       01  WS-ACH-FILE-HEADER-FORMATTED.
           05  WS-ACH-FH-RECORD-TYPE   PIC X(01) VALUE '1'.
           05  WS-ACH-FH-PRIORITY-CODE PIC X(02) VALUE '01'.
                   INTO WS-BATCH-ID
               END-STRING
           ELSE
               IF WS-FINAL-PAY-REQUESTED
                   STRING 'F' WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-BATCH-ID
                   END-STRING
               ELSE
                   IF WS-OFF-CYCLE-REQUESTED
                       STRING 'O' WS-RUN-DATE DELIMITED BY SIZE
                           INTO WS-BATCH-ID
                       END-STRING
                   ELSE
                       STRING 'B' WS-RUN-DATE DELIMITED BY SIZE
                           INTO WS-BATCH-ID
                       END-STRING
                   END-IF
               END-IF
           END-IF.
      * A RESTART RESTORES ITS CHECKPOINT - AND WITH IT THE ORIGINAL  *
      * RUN'S BATCH ID, WHICH MAY DIFFER FROM TODAY'S AFTER MIDNIGHT  *
      * A NORMAL RUN MUST FALL INSIDE A CALENDAR PERIOD; A RESTART   *
      * RESUMING A CHECKPOINTED BATCH KEEPS THE PERIOD AND CHECK     *
      * DATE THE CHECKPOINT RESTORED, EVEN ACROSS A PERIOD BOUNDARY. *
      * A FINAL-PAY OR OFF-CYCLE RUN, LIKE A REVERSAL, IS OFF THE    *
      * CALENDAR - THE CHECK GOES OUT THE DAY IT IS RUN, AND THE     *
      * PERIOD SEQUENCE IS LEFT FOR THE NEXT REGULAR BATCH.          *
           IF NOT WS-REVERSAL-REQUESTED
                   AND NOT WS-FINAL-PAY-REQUESTED
                   AND NOT WS-OFF-CYCLE-REQUESTED
               IF WS-RESTART-REQUESTED AND WS-CHECKPOINT-WAS-FOUND
                   CONTINUE
               ELSE
               END-IF
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
      * THE RATES, BRACKETS, AND LIMITS THE RUN PRICES WITH ARE THE  *
      * SET IN FORCE ON THE CHECK DATE - THE DATE THE WAGES ARE PAID *
      * - SO A BATCH PAID IN JANUARY FOR A DECEMBER PERIOD IS TAXED  *
      * AT THE NEW YEAR'S FIGURES. A REVERSAL PRICES NOTHING (IT     *
      * BACKS OUT WHAT THE ORIGINAL BATCH TOOK) AND LOADS NONE.      *
           IF NOT WS-REVERSAL-REQUESTED
               PERFORM LOAD-TAX-PARAMETERS
           END-IF.
           IF WS-PERIOD-BLOCKED-FLAG = 'Y'
               DISPLAY 'PAYROLL: THE RUN DATE FALLS IN NO PERIOD ON '
               DISPLAY 'THE PAY-PERIOD CALENDAR (data/paycal.dat) - '
               DISPLAY 'BEFORE PAYING FROM IT.'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-PARM-BLOCKED-FLAG = 'Y'
               DISPLAY 'PAYROLL: NO COMPLETE SET OF TAX PARAMETERS '
               DISPLAY 'IS IN FORCE ON CHECK DATE ' WS-CHECK-DATE
               DISPLAY '(data/taxparm.dat) - RUN REFUSED. KEY THE '
               DISPLAY 'MISSING FIGURES THROUGH TAXMAINT AND CHECK '
               DISPLAY 'THEM WITH ITS LIST RUN BEFORE PAYING.'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-SEQ-BLOCKED-FLAG = 'Y'
               DISPLAY 'PAYROLL: PERIOD ' WS-PERIOD-NUMBER ' IS OUT '
               DISPLAY 'OF SEQUENCE - THE LAST PERIOD COMPLETED '
                   IF WS-REVERSAL-REQUESTED
                       PERFORM REVERSAL-RUN
                   ELSE
                       IF WS-FINAL-PAY-REQUESTED
                           PERFORM FINAL-PAY-RUN
                       ELSE
                           IF WS-OFF-CYCLE-REQUESTED
                               PERFORM OFF-CYCLE-RUN
                           ELSE
                               PERFORM NORMAL-RUN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * PARSE-RUN-OPTIONS: SCANS THE COMMAND LINE FOR EACH OF THE      *
      * RESTART, REVERSAL, FINAL, OFFCYCLE, AND OVERRIDE TOKENS, IN    *
      * ANY ORDER AND ANY COMBINATION, AND SETS THE MATCHING FLAG.     *
      * REVERSAL WINS OVER FINAL, AND FINAL OVER OFFCYCLE, IF MORE     *
      * THAN ONE IS GIVEN. NEITHER A FINAL-PAY NOR AN OFF-CYCLE RUN    *
      * CHECKPOINTS, SO RESTART MEANS NOTHING TO THEM AND IS DROPPED - *
      * OTHERWISE IT WOULD PICK UP THE REGULAR BATCH'S CHECKPOINT.     *
      ******************************************************************
       PARSE-RUN-OPTIONS.
           MOVE 0 TO WS-OPTION-TALLY.
           IF WS-OPTION-TALLY > 0
               MOVE 'Y' TO WS-OVERRIDE-FLAG
           END-IF.
           MOVE 0 TO WS-OPTION-TALLY.
           INSPECT WS-COMMAND-LINE
               TALLYING WS-OPTION-TALLY FOR ALL 'FINAL'.
           IF WS-OPTION-TALLY > 0 AND NOT WS-REVERSAL-REQUESTED
               MOVE 'Y' TO WS-FINAL-PAY-FLAG
               MOVE 'N' TO WS-RESTART-FLAG
           END-IF.
           MOVE 0 TO WS-OPTION-TALLY.
           INSPECT WS-COMMAND-LINE
               TALLYING WS-OPTION-TALLY FOR ALL 'OFFCYCLE'.
           IF WS-OPTION-TALLY > 0 AND NOT WS-REVERSAL-REQUESTED
                   AND NOT WS-FINAL-PAY-REQUESTED
               MOVE 'Y' TO WS-OFF-CYCLE-FLAG
               MOVE 'N' TO WS-RESTART-FLAG
           END-IF.

      ******************************************************************
      * LOOKUP-PAY-PERIOD: FINDS THE CALENDAR PERIOD THE RUN DATE      *
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-TAX-PARAMETERS: FILLS THE FEDERAL BRACKET AND STATE RATE  *
      * TABLES AND SETS EVERY RATE AND LIMIT FROM THE TAX PARAMETER    *
      * FILE, TAKING FOR EACH TYPE AND CODE THE FIGURES WHOSE          *
      * EFFECTIVE DATE IS THE LATEST NOT AFTER THE CHECK DATE. THE RUN *
      * IS BLOCKED UNLESS BRACKETS FOR ALL THREE FILING STATUSES, AT   *
      * LEAST ONE STATE RATE, AND EVERY NAMED LIMIT ARE IN FORCE, AND  *
      * NOTHING OVERFLOWED THE TABLES - A BATCH PRICED WITH A HOLE IN  *
      * ITS FIGURES WOULD BE WRONG IN EVERY CHECK IT CUT. NO FILE AT   *
      * ALL LEAVES EVERYTHING MISSING AND SO BLOCKS THE RUN TOO.       *
      ******************************************************************
       LOAD-TAX-PARAMETERS.
           MOVE 0 TO WS-FED-BRACKET-COUNT.
           MOVE 0 TO WS-ST-COUNT.
           MOVE 'N' TO WS-TPM-FED-1-FLAG.
           MOVE 'N' TO WS-TPM-FED-2-FLAG.
           MOVE 'N' TO WS-TPM-FED-3-FLAG.
           MOVE 'N' TO WS-TPM-SOCSEC-FLAG.
           MOVE 'N' TO WS-TPM-401K-FLAG.
           MOVE 'N' TO WS-TPM-FUTA-FLAG.
           MOVE 'N' TO WS-TPM-SUTA-FLAG.
           MOVE 'N' TO WS-TPM-SUPPFED-FLAG.
           MOVE 'N' TO WS-TPM-OVERFLOW-FLAG.
           MOVE SPACES TO WS-TPM-GROUP-TYPE.
           MOVE SPACES TO WS-TPM-GROUP-CODE.
           MOVE 0 TO WS-TPM-STAGE-DATE.
           MOVE 0 TO WS-TPM-STAGE-COUNT.
           MOVE 'N' TO WS-TAX-PARM-EOF-FLAG.
           OPEN INPUT TAX-PARM-FILE.
           IF WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-TAX-PARM-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-TAX-PARAMETER
               UNTIL WS-TAX-PARM-EOF-FLAG = 'Y'.
           PERFORM COMMIT-TAX-PARM-GROUP.
           IF WS-TAX-PARM-STATUS = '00' OR WS-TAX-PARM-STATUS = '10'
               CLOSE TAX-PARM-FILE
           END-IF.
           MOVE 'N' TO WS-PARM-BLOCKED-FLAG.
           IF WS-TPM-FED-1-FLAG = 'N' OR WS-TPM-FED-2-FLAG = 'N'
                   OR WS-TPM-FED-3-FLAG = 'N'
               DISPLAY 'PAYROLL: FEDERAL BRACKETS MISSING FOR ONE OR '
               DISPLAY 'MORE FILING STATUSES.'
               MOVE 'Y' TO WS-PARM-BLOCKED-FLAG
           END-IF.
           IF WS-ST-COUNT = 0
               DISPLAY 'PAYROLL: NO STATE RATES IN FORCE.'
               MOVE 'Y' TO WS-PARM-BLOCKED-FLAG
           END-IF.
           IF WS-TPM-SOCSEC-FLAG = 'N' OR WS-TPM-401K-FLAG = 'N'
                   OR WS-TPM-FUTA-FLAG = 'N' OR WS-TPM-SUTA-FLAG = 'N'
                   OR WS-TPM-SUPPFED-FLAG = 'N'
               DISPLAY 'PAYROLL: ONE OR MORE OF THE SOCSEC, 401K, '
               DISPLAY 'FUTA, SUTA, AND SUPPFED LIMITS IS MISSING.'
               MOVE 'Y' TO WS-PARM-BLOCKED-FLAG
           END-IF.
           IF WS-TPM-OVERFLOW-FLAG = 'Y'
               DISPLAY 'PAYROLL: MORE PARAMETERS IN FORCE THAN THE '
               DISPLAY 'BRACKET OR STATE TABLE HOLDS.'
               MOVE 'Y' TO WS-PARM-BLOCKED-FLAG
           END-IF.

      ******************************************************************
      * LOAD-ONE-TAX-PARAMETER: READS ONE PARAMETER RECORD. A NEW      *
      * TYPE OR CODE COMMITS THE GROUP BEFORE IT; A RECORD EFFECTIVE   *
      * BY THE CHECK DATE IS STAGED, A LATER DATE THAN THE ONE STAGED  *
      * REPLACING THE STAGE OUTRIGHT. RECORDS EFFECTIVE AFTER THE      *
      * CHECK DATE ARE NOT YET IN FORCE AND ARE PASSED OVER.           *
      ******************************************************************
       LOAD-ONE-TAX-PARAMETER.
           READ TAX-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-PARM-EOF-FLAG
           END-READ.
           IF WS-TAX-PARM-EOF-FLAG NOT = 'Y'
                   AND WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-TAX-PARM-EOF-FLAG
           END-IF.
           IF WS-TAX-PARM-EOF-FLAG NOT = 'Y'
               IF TXP-PARM-TYPE NOT = WS-TPM-GROUP-TYPE
                       OR TXP-PARM-CODE NOT = WS-TPM-GROUP-CODE
                   PERFORM COMMIT-TAX-PARM-GROUP
                   MOVE TXP-PARM-TYPE TO WS-TPM-GROUP-TYPE
                   MOVE TXP-PARM-CODE TO WS-TPM-GROUP-CODE
                   MOVE 0 TO WS-TPM-STAGE-DATE
                   MOVE 0 TO WS-TPM-STAGE-COUNT
               END-IF
               IF TXP-EFFECTIVE-DATE <= WS-CHECK-DATE
                   IF TXP-EFFECTIVE-DATE NOT = WS-TPM-STAGE-DATE
                       MOVE TXP-EFFECTIVE-DATE TO WS-TPM-STAGE-DATE
                       MOVE 0 TO WS-TPM-STAGE-COUNT
                   END-IF
                   IF WS-TPM-STAGE-COUNT < 10
                       ADD 1 TO WS-TPM-STAGE-COUNT
                       MOVE TXP-RATE TO
                           WS-TPM-STG-RATE (WS-TPM-STAGE-COUNT)
                       MOVE TXP-AMOUNT TO
                           WS-TPM-STG-AMOUNT (WS-TPM-STAGE-COUNT)
                       MOVE TXP-BRACKET-LOW TO
                           WS-TPM-STG-LOW (WS-TPM-STAGE-COUNT)
                       MOVE TXP-BRACKET-HIGH TO
                           WS-TPM-STG-HIGH (WS-TPM-STAGE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TPM-OVERFLOW-FLAG
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * COMMIT-TAX-PARM-GROUP: MOVES THE STAGED FIGURES OF THE GROUP   *
      * JUST ENDED INTO PLACE - EVERY STAGED BRACKET OF A FILING       *
      * STATUS INTO THE FEDERAL TABLE, A STATE'S RATE INTO THE STATE   *
      * TABLE, A NAMED LIMIT INTO ITS WORKING-STORAGE CONSTANTS. A     *
      * GROUP WITH NOTHING IN FORCE YET COMMITS NOTHING; A CODE THIS   *
      * PROGRAM DOES NOT USE IS IGNORED.                               *
      ******************************************************************
       COMMIT-TAX-PARM-GROUP.
           IF WS-TPM-STAGE-COUNT > 0
               EVALUATE WS-TPM-GROUP-TYPE
                   WHEN 'FB'
                       PERFORM COMMIT-FEDERAL-BRACKETS
                   WHEN 'ST'
                       IF WS-ST-COUNT < 20
                           ADD 1 TO WS-ST-COUNT
                           MOVE WS-TPM-GROUP-CODE (1:2) TO
                               WS-ST-CODE (WS-ST-COUNT)
                           MOVE WS-TPM-STG-RATE (1) TO
                               WS-ST-RATE (WS-ST-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TPM-OVERFLOW-FLAG
                       END-IF
                   WHEN 'LM'
                       PERFORM COMMIT-NAMED-LIMIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * COMMIT-FEDERAL-BRACKETS: APPENDS A FILING STATUS'S STAGED      *
      * BRACKETS TO THE FEDERAL TABLE, LOWEST BRACKET FIRST.           *
      ******************************************************************
       COMMIT-FEDERAL-BRACKETS.
           EVALUATE WS-TPM-GROUP-CODE
               WHEN '1'
                   MOVE 'Y' TO WS-TPM-FED-1-FLAG
               WHEN '2'
                   MOVE 'Y' TO WS-TPM-FED-2-FLAG
               WHEN '3'
                   MOVE 'Y' TO WS-TPM-FED-3-FLAG
           END-EVALUATE.
           PERFORM VARYING WS-TPM-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-TPM-STAGE-SUB > WS-TPM-STAGE-COUNT
               IF WS-FED-BRACKET-COUNT < 30
                   ADD 1 TO WS-FED-BRACKET-COUNT
                   MOVE WS-TPM-GROUP-CODE (1:1) TO
                       WS-FED-STATUS (WS-FED-BRACKET-COUNT)
                   MOVE WS-TPM-STG-LOW (WS-TPM-STAGE-SUB) TO
                       WS-FED-BRACKET-LOW (WS-FED-BRACKET-COUNT)
                   MOVE WS-TPM-STG-HIGH (WS-TPM-STAGE-SUB) TO
                       WS-FED-BRACKET-HIGH (WS-FED-BRACKET-COUNT)
                   MOVE WS-TPM-STG-RATE (WS-TPM-STAGE-SUB) TO
                       WS-FED-MARGINAL-RATE (WS-FED-BRACKET-COUNT)
                   MOVE WS-TPM-STG-AMOUNT (WS-TPM-STAGE-SUB) TO
                       WS-FED-BASE-TAX (WS-FED-BRACKET-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TPM-OVERFLOW-FLAG
               END-IF
           END-PERFORM.

      ******************************************************************
      * COMMIT-NAMED-LIMIT: SETS THE RATE AND/OR AMOUNT OF ONE NAMED   *
      * LIMIT FROM ITS STAGED RECORD.                                  *
      ******************************************************************
       COMMIT-NAMED-LIMIT.
           EVALUATE WS-TPM-GROUP-CODE
               WHEN 'SOCSEC'
                   MOVE WS-TPM-STG-RATE (1) TO WS-SOC-SEC-RATE
                   MOVE WS-TPM-STG-AMOUNT (1) TO WS-SOC-SEC-WAGE-BASE
                   MOVE 'Y' TO WS-TPM-SOCSEC-FLAG
               WHEN '401K'
                   MOVE WS-TPM-STG-AMOUNT (1) TO
                       WS-401K-DEFERRAL-LIMIT
                   MOVE 'Y' TO WS-TPM-401K-FLAG
               WHEN 'FUTA'
                   MOVE WS-TPM-STG-RATE (1) TO WS-FUTA-RATE
                   MOVE WS-TPM-STG-AMOUNT (1) TO WS-FUTA-WAGE-BASE
                   MOVE 'Y' TO WS-TPM-FUTA-FLAG
               WHEN 'SUTA'
                   MOVE WS-TPM-STG-RATE (1) TO WS-SUTA-RATE
                   MOVE WS-TPM-STG-AMOUNT (1) TO WS-SUTA-WAGE-BASE
                   MOVE 'Y' TO WS-TPM-SUTA-FLAG
               WHEN 'SUPPFED'
                   MOVE WS-TPM-STG-RATE (1) TO WS-SUPP-FED-RATE
                   MOVE 'Y' TO WS-TPM-SUPPFED-FLAG
           END-EVALUATE.

      ******************************************************************
      * CHECK-RUN-CONTROL: SCANS THE RUN-CONTROL LEDGER FOR A          *
      * COMPLETE EVENT ALREADY RECORDED UNDER THIS RUN'S BATCH ID.     *
               PERFORM WRITE-ACH-TRAILERS
               PERFORM WRITE-GL-POSTINGS
               PERFORM WRITE-TAX-DEPOSIT-REPORT
               PERFORM WRITE-GARNISHMENT-REMITTANCE
               PERFORM WRITE-RUN-CONTROL-COMPLETE
           END-IF.
           PERFORM CLOSE-FILES.

      ******************************************************************
      * FINAL-PAY-RUN: PAYS OUT TERMINATED EMPLOYEES FROM              *
      * data/finalpay.dat THROUGH THE SAME GROSS-TO-NET AS A REGULAR   *
      * BATCH, UNDER ITS OWN F-PREFIXED BATCH ID. THE REQUESTS ARE     *
      * HAND-KEYED BY THE CLERK, NOT A TIMEKEEPING EXTRACT, SO THE     *
      * INEDIT VERDICT DOES NOT APPLY; VALIDATE-INPUT INSTEAD REFUSES  *
      * (NOT-TERMED) ANY EMPLOYEE THE MASTER DOES NOT SHOW AS          *
      * TERMINATED. NO REQUEST FILE MEANS NOTHING TO PAY, AND THE RUN  *
      * STOPS BEFORE ANY FILE IS TOUCHED.                              *
      ******************************************************************
       FINAL-PAY-RUN.
           OPEN INPUT FINAL-PAY-FILE.
           IF WS-FINAL-PAY-STATUS = '00'
               CLOSE FINAL-PAY-FILE
               PERFORM RUN-PAY-BATCH
           ELSE
               DISPLAY 'PAYROLL: NO FINAL-PAY REQUEST FILE '
               DISPLAY '(data/finalpay.dat) - FINAL-PAY RUN REFUSED, '
               DISPLAY 'NOTHING PROCESSED.'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * OFF-CYCLE-RUN: PAYS THE EMPLOYEES LISTED IN data/offcycle.dat  *
      * BETWEEN REGULAR BATCHES THROUGH THE SAME GROSS-TO-NET AS A     *
      * REGULAR BATCH - FICA CAPS, THE 401K LIMIT, GARNISHMENTS, THE   *
      * MASTER'S YTD, PAY HISTORY, ACH OR CHECK, AND THE GL JOURNAL -  *
      * UNDER ITS OWN O-PREFIXED BATCH ID AND RUN-CONTROL EVENTS. THE  *
      * REQUESTS ARE HAND-KEYED BY THE CLERK, NOT A TIMEKEEPING        *
      * EXTRACT, SO THE INEDIT VERDICT DOES NOT APPLY. THE EMPLOYMENT  *
      * STATUS RULES OF A REGULAR BATCH DO: A TERMINATED EMPLOYEE IS   *
      * PAID THROUGH A FINAL-PAY RUN, NOT HERE. NO REQUEST FILE MEANS  *
      * NOTHING TO PAY, AND THE RUN STOPS BEFORE ANY FILE IS TOUCHED.  *
      ******************************************************************
       OFF-CYCLE-RUN.
           OPEN INPUT OFF-CYCLE-FILE.
           IF WS-OFF-CYCLE-STATUS = '00'
               CLOSE OFF-CYCLE-FILE
               PERFORM RUN-PAY-BATCH
           ELSE
               DISPLAY 'PAYROLL: NO OFF-CYCLE REQUEST FILE '
               DISPLAY '(data/offcycle.dat) - OFF-CYCLE RUN REFUSED, '
               DISPLAY 'NOTHING PROCESSED.'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * REVERSAL-RUN: BACKS OUT ERRONEOUS PAYCHECKS LISTED IN          *
      * data/reversal.dat. EACH ACCEPTED REQUEST SUBTRACTS THE         *
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT GL-POST-FILE.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM OPEN-GARNISHMENT-CASES.
           PERFORM OPEN-PAY-HISTORY.
           PERFORM OPEN-ACH-ISSUE-LOG.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM WRITE-ACH-HEADERS.
           PERFORM READ-NEXT-REVERSAL.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-ACH-TRAILERS.
           PERFORM WRITE-GL-REVERSAL-POSTINGS.
           PERFORM WRITE-GARNISHMENT-REMITTANCE.
           PERFORM WRITE-RUN-CONTROL-COMPLETE.
           CLOSE REVERSAL-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ACH-ISSUE-FILE.
           IF WS-GARN-CASE-IS-OPEN
               CLOSE GARN-CASE-FILE
           END-IF.
           IF WS-DEP-ALLOC-IS-OPEN
               CLOSE DEPOSIT-ALLOC-FILE
           END-IF.

      ******************************************************************
      * READ-NEXT-REVERSAL: READS THE NEXT REVERSAL REQUEST. SETS THE  *
               PERFORM BACK-OUT-EMPLOYEE-MASTER
           END-IF.
           IF WS-VALID-FLAG = 'Y'
               IF WS-REV-GARNISH-DED > 0
                   PERFORM BACK-OUT-GARNISHMENT-CASES
               END-IF
               PERFORM WRITE-REVERSAL-OUTPUT
               ADD 1 TO WS-RECORDS-PROCESSED
           ELSE
      * FIGURES EXCEED WHAT THE YTD ACCUMULATORS HOLD IS REJECTED      *
      * (NEG-YTD) BEFORE ANYTHING IS TOUCHED - BOTH MEAN THE REQUEST   *
      * WAS KEYED WRONG, AND A HALF-APPLIED BACKOUT WOULD BE WORSE     *
      * THAN NONE. THE PRE-TAX PREMIUMS COME OFF MST-YTD-PRETAX-       *
      * PREMIUM TOO, BUT ARE NOT PART OF THAT TEST: A PAY ISSUED       *
      * BEFORE THE MASTER CARRIED THE FIELD NEVER ADDED TO IT, SO      *
      * THE BACKOUT STOPS AT ZERO RATHER THAN REFUSING THE REVERSAL.   *
      ******************************************************************
       BACK-OUT-EMPLOYEE-MASTER.
           MOVE 'Y' TO WS-MASTER-FOUND-FLAG.
                       FROM MST-YTD-MEDICARE-TAX
                   SUBTRACT WS-REV-NET-PAY
                       FROM MST-YTD-NET-PAY
                   IF MST-YTD-PRETAX-PREMIUM NOT NUMERIC
                       MOVE 0 TO MST-YTD-PRETAX-PREMIUM
                   END-IF
                   IF WS-REV-HEALTH-DED + WS-REV-DENTAL-DED
                           > MST-YTD-PRETAX-PREMIUM
                       MOVE 0 TO MST-YTD-PRETAX-PREMIUM
                   ELSE
                       SUBTRACT WS-REV-HEALTH-DED WS-REV-DENTAL-DED
                           FROM MST-YTD-PRETAX-PREMIUM
                   END-IF
                   MOVE WS-RUN-DATE TO MST-LAST-UPDATE-DATE
                   REWRITE EMPLOYEE-MASTER-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * BACK-OUT-GARNISHMENT-CASES: BACKS THE REVERSED GARNISHMENT OUT *
      * OF THE CASES THE ORIGINAL BATCH CREDITED. THE ORIGINAL BATCH'S *
      * DT LOG LINES FOR THE EMPLOYEE SAY WHICH CASES TOOK HOW MUCH;   *
      * WHEN THEY ADD UP TO THE AMOUNT BEING REVERSED EACH CASE GETS   *
      * BACK EXACTLY ITS SHARE. WHEN THEY DO NOT (NO LOG LINES, OR THE *
      * REQUEST WAS KEYED FOR A DIFFERENT AMOUNT) NO CASE IS GUESSED   *
      * AT - THE WHOLE AMOUNT IS LOGGED UNDER NO CASE AND FLAGGED, AND *
      * THE CLERK SETTLES IT WITH THE AGENCY BY HAND.                  *
      ******************************************************************
       BACK-OUT-GARNISHMENT-CASES.
           MOVE 0 TO WS-GRV-COUNT.
           MOVE 0 TO WS-GRV-FOUND-TOTAL.
           MOVE 'N' TO WS-GARN-LOG-EOF-FLAG.
           OPEN INPUT GARN-REMIT-LOG-FILE.
           IF WS-GARN-LOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-GARN-LOG-EOF-FLAG
           END-IF.
           PERFORM FIND-ONE-GARNISHMENT-TAKEN
               UNTIL WS-GARN-LOG-EOF-FLAG = 'Y'.
           IF WS-GARN-LOG-STATUS = '00'
                   OR WS-GARN-LOG-STATUS = '10'
               CLOSE GARN-REMIT-LOG-FILE
           END-IF.
           IF WS-GRV-COUNT > 0
                   AND WS-GRV-FOUND-TOTAL = WS-REV-GARNISH-DED
               PERFORM BACK-OUT-ONE-GARNISHMENT
                   VARYING WS-GRV-SUB FROM 1 BY 1
                   UNTIL WS-GRV-SUB > WS-GRV-COUNT
           ELSE
               DISPLAY 'PAYROLL: WARNING - GARNISHMENT REVERSED FOR '
                   WS-REV-EMPLOYEE-ID ' DOES NOT MATCH WHAT BATCH '
                   WS-REV-ORIG-BATCH-ID ' TOOK - BACKED OUT UNDER NO'
                   ' CASE.'
               MOVE SPACES TO WS-GARN-REMIT-WORK-RECORD
               MOVE 'RV' TO GRM-RECORD-TYPE
               MOVE WS-REV-EMPLOYEE-ID TO GRM-EMPLOYEE-ID
               MOVE '*** NO CASE ON FILE ***' TO GRM-AGENCY-NAME
               MOVE WS-REV-GARNISH-DED TO GRM-AMOUNT
               MOVE 0 TO GRM-BALANCE-AFTER
               MOVE 'N' TO GRM-SATISFIED-FLAG
               PERFORM WRITE-GARN-REMIT-LOG
           END-IF.

      ******************************************************************
      * FIND-ONE-GARNISHMENT-TAKEN: READS ONE REMITTANCE LOG LINE AND  *
      * KEEPS IT WHEN IT IS A DT LINE THE ORIGINAL BATCH WROTE FOR THE *
      * EMPLOYEE BEING REVERSED.                                       *
      ******************************************************************
       FIND-ONE-GARNISHMENT-TAKEN.
           READ GARN-REMIT-LOG-FILE INTO WS-GARN-REMIT-WORK-RECORD
               AT END
                   MOVE 'Y' TO WS-GARN-LOG-EOF-FLAG
           END-READ.
           IF WS-GARN-LOG-EOF-FLAG NOT = 'Y'
                   AND WS-GARN-LOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-GARN-LOG-EOF-FLAG
           END-IF.
           IF WS-GARN-LOG-EOF-FLAG NOT = 'Y'
                   AND GRM-RECORD-TYPE = 'DT'
                   AND GRM-BATCH-ID = WS-REV-ORIG-BATCH-ID
                   AND GRM-EMPLOYEE-ID = WS-REV-EMPLOYEE-ID
                   AND WS-GRV-COUNT < 9
               ADD 1 TO WS-GRV-COUNT
               MOVE GRM-CASE-NUMBER TO WS-GRV-CASE-NUMBER (WS-GRV-COUNT)
               MOVE GRM-ORDER-TYPE TO WS-GRV-ORDER-TYPE (WS-GRV-COUNT)
               MOVE GRM-AGENCY-ID TO WS-GRV-AGENCY-ID (WS-GRV-COUNT)
               MOVE GRM-AGENCY-NAME TO WS-GRV-AGENCY-NAME (WS-GRV-COUNT)
               MOVE GRM-AMOUNT TO WS-GRV-AMOUNT (WS-GRV-COUNT)
               ADD GRM-AMOUNT TO WS-GRV-FOUND-TOTAL
           END-IF.

      ******************************************************************
      * BACK-OUT-ONE-GARNISHMENT: TAKES ONE ORIGINAL LINE'S AMOUNT     *
      * BACK OUT OF ITS CASE'S PAID-TO-DATE (NEVER BELOW ZERO),        *
      * REOPENS THE CASE IF THAT LEAVES A SATISFIED ORDER OWING AGAIN, *
      * AND WRITES THE RV LOG LINE THE REMITTANCE NETS AGAINST THE     *
      * AGENCY.                                                        *
      ******************************************************************
       BACK-OUT-ONE-GARNISHMENT.
           MOVE SPACES TO WS-GARN-REMIT-WORK-RECORD.
           MOVE 'RV' TO GRM-RECORD-TYPE.
           MOVE WS-REV-EMPLOYEE-ID TO GRM-EMPLOYEE-ID.
           MOVE WS-GRV-CASE-NUMBER (WS-GRV-SUB) TO GRM-CASE-NUMBER.
           MOVE WS-GRV-ORDER-TYPE (WS-GRV-SUB) TO GRM-ORDER-TYPE.
           MOVE WS-GRV-AGENCY-ID (WS-GRV-SUB) TO GRM-AGENCY-ID.
           MOVE WS-GRV-AGENCY-NAME (WS-GRV-SUB) TO GRM-AGENCY-NAME.
           MOVE WS-GRV-AMOUNT (WS-GRV-SUB) TO GRM-AMOUNT.
           MOVE 0 TO GRM-BALANCE-AFTER.
           MOVE 'N' TO GRM-SATISFIED-FLAG.
           MOVE 'N' TO WS-GARN-CASE-FOUND-FLAG.
           IF WS-GRV-CASE-NUMBER (WS-GRV-SUB) NOT = SPACES
               MOVE WS-REV-EMPLOYEE-ID TO GC-EMPLOYEE-ID
               MOVE WS-GRV-CASE-NUMBER (WS-GRV-SUB) TO GC-CASE-NUMBER
               PERFORM READ-GARNISHMENT-CASE
           END-IF.
           IF WS-GARN-CASE-FOUND-FLAG = 'Y'
               IF WS-GRV-AMOUNT (WS-GRV-SUB) > GC-PAID-TO-DATE
                   MOVE 0 TO GC-PAID-TO-DATE
               ELSE
                   SUBTRACT WS-GRV-AMOUNT (WS-GRV-SUB)
                       FROM GC-PAID-TO-DATE
               END-IF
               IF GC-STATUS-SATISFIED
                       AND GC-PAID-TO-DATE < GC-TOTAL-OWED
                   SET GC-STATUS-ACTIVE TO TRUE
                   MOVE 0 TO GC-SATISFIED-DATE
                   DISPLAY 'PAYROLL: GARNISHMENT CASE '
                       GC-CASE-NUMBER ' FOR ' GC-EMPLOYEE-ID
                       ' IS REOPENED BY THE REVERSAL.'
               END-IF
               IF GC-TOTAL-OWED > GC-PAID-TO-DATE
                   COMPUTE GRM-BALANCE-AFTER =
                       GC-TOTAL-OWED - GC-PAID-TO-DATE
               END-IF
               MOVE WS-RUN-DATE TO GC-LAST-UPDATE-DATE
               REWRITE GARN-CASE-RECORD
           END-IF.
           PERFORM WRITE-GARN-REMIT-LOG.

      ******************************************************************
      * WRITE-REVERSAL-OUTPUT: WRITES THE RV-FLAGGED OUTPUT LINE       *
      * CARRYING THE BACKED-OUT FIGURES, ROLLS THEM INTO THE BATCH     *
           ADD 1 TO WS-REVERSAL-COUNT.
           ADD WS-REV-NET-PAY TO WS-TOTAL-REVERSAL-NET.

      * A PAY THAT WENT OUT AS A SPLIT DEPOSIT IS PULLED BACK PIECE   *
      * BY PIECE FROM THE ACCOUNTS IT WENT TO; AN UNSPLIT ONE FROM    *
      * THE SINGLE ACCOUNT ON THE REQUEST, AS BEFORE. THE PIECES MUST *
      * FOOT TO THE NET BEING REVERSED - THE RV LINE AND THE JOURNAL  *
      * CARRY THAT NET - AND NONE MAY SIT ON AN ALLOCATION NOW MARKED *
      * RETURNED (WHETHER THIS BATCH'S CREDIT IS THE ONE THAT BOUNCED *
      * CANNOT BE TOLD FROM HERE); OTHERWISE NONE IS SENT AND THE     *
      * PULL-BACK IS LEFT TO THE CLERK.                               *
           PERFORM LOAD-ORIGINAL-DEPOSIT-PIECES.
           IF WS-REV-SPLIT-FLAG = 'Y'
               MOVE 0 TO WS-REV-PIECES-TOTAL
               MOVE 'N' TO WS-REV-PIECE-RET-FLAG
               PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                       UNTIL WS-DSP-SUB > WS-DSP-COUNT
                   ADD WS-DSP-AMOUNT (WS-DSP-SUB)
                       TO WS-REV-PIECES-TOTAL
                   PERFORM CHECK-PIECE-RETURNED
               END-PERFORM
               IF WS-REV-PIECE-OVER-FLAG = 'N'
                       AND WS-REV-PIECE-RET-FLAG = 'N'
                       AND WS-REV-PIECES-TOTAL = WS-REV-NET-PAY
                   PERFORM WRITE-SPLIT-ACH-DEBIT-ENTRY
                       VARYING WS-DSP-SUB FROM 1 BY 1
                       UNTIL WS-DSP-SUB > WS-DSP-COUNT
               ELSE
                   IF WS-REV-PIECE-OVER-FLAG = 'Y'
                           OR WS-REV-PIECES-TOTAL NOT = WS-REV-NET-PAY
                       MOVE WS-REV-PIECES-TOTAL
                           TO WS-REV-PIECES-DISPLAY
                       MOVE WS-REV-NET-PAY TO WS-REV-NET-DISPLAY
                       DISPLAY 'PAYROLL: DEPOSIT PIECES FOR '
                           WS-REV-EMPLOYEE-ID ' IN BATCH '
                           WS-REV-ORIG-BATCH-ID ' TOTAL '
                           WS-REV-PIECES-DISPLAY
                           ' BUT NET REVERSED IS ' WS-REV-NET-DISPLAY
                   END-IF
                   DISPLAY 'PAYROLL: NO ACH DEBIT SENT - PULL IT BACK '
                       'BY HAND.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-REV-BANK-ROUTING NOT = SPACES AND
                       WS-REV-BANK-ACCOUNT NOT = SPACES
                   PERFORM WRITE-ACH-DEBIT-ENTRY
               END-IF
           END-IF.

           PERFORM WRITE-PAY-HISTORY.
      * WRITE-ACH-DEBIT-ENTRY: WRITES THE OFFSETTING NACHA-STYLE       *
      * DEBIT ('27') ENTRY DETAIL RECORD THAT PULLS THE REVERSED NET   *
      * PAY BACK FROM THE ACCOUNT THE ORIGINAL CREDIT WENT TO, AND     *
      * ROLLS IT INTO THE ACH DEBIT CONTROL TOTALS. ONLY AN UNSPLIT    *
      * ORIGINAL COMES HERE - THE REQUEST'S ACCOUNT IS THE ONE IT      *
      * WENT TO.                                                       *
      ******************************************************************
       WRITE-ACH-DEBIT-ENTRY.
           MOVE '27' TO WS-ACH-ED-TRANS-CODE.
           MOVE WS-REV-EMPLOYEE-ID TO WS-ACH-ED-INDIVIDUAL-ID.
           MOVE MST-NAME (1:22) TO WS-ACH-ED-INDIVIDUAL-NM.
           MOVE WS-REV-NET-PAY TO WS-ACH-ED-AMOUNT.
           MOVE 0 TO WS-ACH-DEPOSIT-SEQ.
           PERFORM SET-ACH-TRACE-NUMBER.
           WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL-FORMATTED.
           PERFORM WRITE-ACH-ISSUE-RECORD.
           ADD 1 TO WS-ACH-ENTRY-COUNT.
           ADD WS-REV-NET-PAY TO WS-ACH-TOTAL-DEBIT.

      ******************************************************************
      * LOAD-ORIGINAL-DEPOSIT-PIECES: STAGES THE CREDITS THE ORIGINAL  *
      * BATCH SENT THIS EMPLOYEE, FROM THE 'IS'/'22' ROWS OF THE ACH   *
      * ISSUE LOG, AND SETS WS-REV-SPLIT-FLAG WHEN ANY OF THEM CAME    *
      * FROM A DEPOSIT ALLOCATION (A NON-ZERO SEQUENCE). THE LOG IS    *
      * OPEN FOR EXTEND ALL RUN, SO IT IS CLOSED, READ THROUGH, AND    *
      * EXTENDED AGAIN BEFORE ANY DEBIT IS LOGGED. ROWS LOGGED BEFORE  *
      * THE SEQUENCE EXISTED READ AS SPACES AND SO AS UNSPLIT.         *
      ******************************************************************
       LOAD-ORIGINAL-DEPOSIT-PIECES.
           MOVE 'N' TO WS-REV-SPLIT-FLAG.
           MOVE 'N' TO WS-REV-PIECE-OVER-FLAG.
           MOVE 0 TO WS-DSP-COUNT.
           CLOSE ACH-ISSUE-FILE.
           MOVE 'N' TO WS-ACH-ISSUE-EOF-FLAG.
           OPEN INPUT ACH-ISSUE-FILE.
           IF WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACH-ISSUE-EOF-FLAG
           END-IF.
           PERFORM STAGE-ONE-ORIGINAL-PIECE
               UNTIL WS-ACH-ISSUE-EOF-FLAG = 'Y'.
           IF WS-ACH-ISSUE-STATUS = '00'
                   OR WS-ACH-ISSUE-STATUS = '10'
               CLOSE ACH-ISSUE-FILE
           END-IF.
           OPEN EXTEND ACH-ISSUE-FILE.
           IF WS-ACH-ISSUE-STATUS = '35'
               OPEN OUTPUT ACH-ISSUE-FILE
           END-IF.

      ******************************************************************
      * STAGE-ONE-ORIGINAL-PIECE: READS ONE ISSUE LOG ROW AND STAGES   *
      * IT WHEN IT IS A CREDIT THE ORIGINAL BATCH SENT THIS EMPLOYEE.  *
      * A PIECE PAST WHAT THE STAGING HOLDS IS REPORTED AND MARKS THE  *
      * PIECES AS NOT FOOTING, SO NONE OF THEM IS DEBITED.             *
      ******************************************************************
       STAGE-ONE-ORIGINAL-PIECE.
           READ ACH-ISSUE-FILE
               AT END
                   MOVE 'Y' TO WS-ACH-ISSUE-EOF-FLAG
           END-READ.
           IF WS-ACH-ISSUE-EOF-FLAG NOT = 'Y'
                   AND WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACH-ISSUE-EOF-FLAG
           END-IF.
           IF WS-ACH-ISSUE-EOF-FLAG NOT = 'Y'
                   AND AIL-RECORD-TYPE = 'IS'
                   AND AIL-TRANS-CODE = '22'
                   AND AIL-BATCH-ID = WS-REV-ORIG-BATCH-ID
                   AND AIL-INDIVIDUAL-ID = WS-REV-EMPLOYEE-ID
               IF WS-DSP-COUNT < 10
                   ADD 1 TO WS-DSP-COUNT
                   IF AIL-DEPOSIT-SEQ NUMERIC
                       MOVE AIL-DEPOSIT-SEQ TO WS-DSP-SEQ (WS-DSP-COUNT)
                   ELSE
                       MOVE 0 TO WS-DSP-SEQ (WS-DSP-COUNT)
                   END-IF
                   IF WS-DSP-SEQ (WS-DSP-COUNT) > 0
                       MOVE 'Y' TO WS-REV-SPLIT-FLAG
                   END-IF
                   MOVE AIL-RECEIVING-DFI
                       TO WS-DSP-ROUTING (WS-DSP-COUNT)
                   MOVE AIL-CHECK-DIGIT
                       TO WS-DSP-CHECK-DIGIT (WS-DSP-COUNT)
                   MOVE AIL-DFI-ACCOUNT TO WS-DSP-ACCOUNT (WS-DSP-COUNT)
                   MOVE AIL-AMOUNT TO WS-DSP-AMOUNT (WS-DSP-COUNT)
               ELSE
                   MOVE 'Y' TO WS-REV-PIECE-OVER-FLAG
                   DISPLAY 'PAYROLL: DEPOSIT PIECE ' AIL-TRACE
                       ' OF ' WS-REV-EMPLOYEE-ID
                       ' IS PAST THE 10 ALLOWED.'
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-SPLIT-ACH-DEBIT-ENTRY: WRITES THE '27' DEBIT THAT PULLS  *
      * ONE PIECE OF A SPLIT PAY BACK FROM THE ACCOUNT IT WENT TO,     *
      * STAMPED WITH THE PIECE'S SEQUENCE, AND ROLLS IT INTO THE ACH   *
      * DEBIT CONTROL TOTALS. ONLY A SPLIT WHOSE PIECES FOOT, WITH NO  *
      * PIECE ON A RETURNED ALLOCATION, COMES HERE.                    *
      ******************************************************************
       WRITE-SPLIT-ACH-DEBIT-ENTRY.
           MOVE '27' TO WS-ACH-ED-TRANS-CODE.
           MOVE WS-DSP-ROUTING (WS-DSP-SUB) TO WS-ACH-ED-RECEIVING-DFI.
           MOVE WS-DSP-CHECK-DIGIT (WS-DSP-SUB)
               TO WS-ACH-ED-CHECK-DIGIT.
           MOVE WS-DSP-ACCOUNT (WS-DSP-SUB) TO WS-ACH-ED-DFI-ACCT-NUM.
           MOVE WS-REV-EMPLOYEE-ID TO WS-ACH-ED-INDIVIDUAL-ID.
           MOVE MST-NAME (1:22) TO WS-ACH-ED-INDIVIDUAL-NM.
           MOVE WS-DSP-AMOUNT (WS-DSP-SUB) TO WS-ACH-ED-AMOUNT.
           MOVE WS-DSP-SEQ (WS-DSP-SUB) TO WS-ACH-DEPOSIT-SEQ.
           PERFORM SET-ACH-TRACE-NUMBER.
           WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL-FORMATTED.
           PERFORM WRITE-ACH-ISSUE-RECORD.

           ADD 1 TO WS-ACH-ENTRY-COUNT.
           ADD WS-DSP-AMOUNT (WS-DSP-SUB) TO WS-ACH-TOTAL-DEBIT.

      ******************************************************************
      * CHECK-PIECE-RETURNED: LOOKS UP THE DEPOSIT ALLOCATION A PIECE  *
      * WAS SENT UNDER AND, WHEN ITS ACCOUNT IS NOW MARKED RETURNED,   *
      * SAYS SO AND SETS WS-REV-PIECE-RET-FLAG (LEFT SET ONCE ANY      *
      * PIECE OF THE PAY TRIPS IT). A PIECE WITH NO SEQUENCE, AN       *
      * ALLOCATION SINCE DELETED, OR NO ALLOCATION FILE AT ALL IS      *
      * TAKEN AS NOT RETURNED.                                         *
      ******************************************************************
       CHECK-PIECE-RETURNED.
           IF WS-DEP-ALLOC-IS-OPEN AND WS-DSP-SEQ (WS-DSP-SUB) > 0
               MOVE WS-REV-EMPLOYEE-ID TO DA-EMPLOYEE-ID
               MOVE WS-DSP-SEQ (WS-DSP-SUB) TO DA-SEQ
               READ DEPOSIT-ALLOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DA-STATUS-RETURNED
                           MOVE 'Y' TO WS-REV-PIECE-RET-FLAG
                           DISPLAY 'PAYROLL: DEPOSIT ALLOCATION '
                               WS-REV-EMPLOYEE-ID '/'
                               WS-DSP-SEQ (WS-DSP-SUB)
                               ' IS MARKED RETURNED.'
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * OPEN-FILES: OPENS INPUT AND OUTPUT FILES. ON A RESTART RUN     *
      * THE OUTPUT/EXCEPTION/ACH FILES ARE EXTENDED RATHER THAN        *
      * RECREATED SO RECORDS WRITTEN BEFORE THE CHECKPOINT SURVIVE.    *
      ******************************************************************
       OPEN-FILES.
           IF WS-FINAL-PAY-REQUESTED
               OPEN INPUT FINAL-PAY-FILE
           ELSE
               IF WS-OFF-CYCLE-REQUESTED
                   OPEN INPUT OFF-CYCLE-FILE
               ELSE
                   OPEN INPUT INPUT-FILE
               END-IF
           END-IF.
           IF WS-RESTART-REQUESTED
               PERFORM OPEN-OUTPUT-FILES-FOR-RESTART
           ELSE
           END-IF.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM OPEN-DEDUCTION-MASTER.
           PERFORM OPEN-GARNISHMENT-CASES.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           PERFORM OPEN-PAY-HISTORY.
           PERFORM OPEN-ACH-ISSUE-LOG.

               MOVE 'N' TO WS-DEDMAST-OPEN-FLAG
           END-IF.

      ******************************************************************
      * OPEN-GARNISHMENT-CASES: OPENS THE GARNISHMENT CASE FILE FOR    *
      * UPDATE. LIKE THE DEDUCTION MASTER IT IS OPTIONAL - A SHOP WITH *
      * NO ORDERS ON FILE YET SIMPLY HAS NONE, AND EVERY GARNISHMENT   *
      * SLOT IS THEN TAKEN AND REMITTED AS HELD, WITH NO CASE.         *
      ******************************************************************
       OPEN-GARNISHMENT-CASES.
           MOVE 'Y' TO WS-GARN-CASE-OPEN-FLAG.
           OPEN I-O GARN-CASE-FILE.
           IF WS-GARN-CASE-STATUS NOT = '00'
               MOVE 'N' TO WS-GARN-CASE-OPEN-FLAG
           END-IF.

      ******************************************************************
      * OPEN-DEPOSIT-ALLOCATIONS: OPENS THE DEPOSIT ALLOCATION FILE    *
      * FOR INPUT. IT IS OPTIONAL - A SHOP WITH NO SPLIT DEPOSITS ON   *
      * FILE YET SIMPLY DEPOSITS EVERY EMPLOYEE WHOLE TO THE           *
      * EXTRACT'S SINGLE ACCOUNT, AS BEFORE.                           *
      ******************************************************************
       OPEN-DEPOSIT-ALLOCATIONS.
           MOVE 'Y' TO WS-DEP-ALLOC-OPEN-FLAG.
           OPEN INPUT DEPOSIT-ALLOC-FILE.
           IF WS-DEPOSIT-ALLOC-STATUS NOT = '00'
               MOVE 'N' TO WS-DEP-ALLOC-OPEN-FLAG
           END-IF.

      ******************************************************************
      * OPEN-PAY-HISTORY: EXTENDS THE CUMULATIVE PAY-HISTORY FILE SO   *
      * THIS RUN'S RECORDS LAND AFTER EVERY PRIOR RUN'S. THE VERY      *
      * CLOSE-FILES: CLOSES INPUT AND OUTPUT FILES                    *
      ******************************************************************
       CLOSE-FILES.
           IF WS-FINAL-PAY-REQUESTED
               CLOSE FINAL-PAY-FILE
           ELSE
               IF WS-OFF-CYCLE-REQUESTED
                   CLOSE OFF-CYCLE-FILE
               ELSE
                   CLOSE INPUT-FILE
               END-IF
           END-IF.
           CLOSE OUTPUT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-DEDMAST-IS-OPEN
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.
           IF WS-GARN-CASE-IS-OPEN
               CLOSE GARN-CASE-FILE
           END-IF.
           IF WS-DEP-ALLOC-IS-OPEN
               CLOSE DEPOSIT-ALLOC-FILE
           END-IF.
           CLOSE ACH-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE GL-POST-FILE.
      
      ******************************************************************
      * READ-NEXT-RECORD: READS NEXT RECORD FROM INPUT FILE           *
      * SETS EOF FLAG WHEN END OF FILE IS REACHED. A FINAL-PAY OR      *
      * OFF-CYCLE RUN READS ITS REQUEST FILE INSTEAD OF THE            *
      * TIMEKEEPING EXTRACT.                                           *
      ******************************************************************
       READ-NEXT-RECORD.
           IF WS-FINAL-PAY-REQUESTED
               READ FINAL-PAY-FILE INTO WS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           ELSE
               IF WS-OFF-CYCLE-REQUESTED
                   READ OFF-CYCLE-FILE INTO WS-INPUT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               ELSE
                   READ INPUT-FILE INTO WS-INPUT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-IF
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
               ADD 1 TO WS-RECORDS-READ
           END-IF.
      * THE VALID FLAG IS CHECKED AGAIN AFTERWARDS - A RECORD THAT    *
      * FAILS THERE GOES TO THE EXCEPTION FILE WITH THE MASTER AND    *
      * EVERY OUTPUT FILE UNTOUCHED, JUST LIKE A VALIDATION REJECT.   *
      * A FINAL-PAY OR OFF-CYCLE RUN WRITES NO CHECKPOINT, SO THE     *
      * REGULAR BATCH'S RESTART CONTROL FILE IS LEFT AS IT STOOD.     *
       PROCESS-RECORD.
           IF WS-EMPLOYEE-ID (1:2) NOT = 'IH'
                   AND WS-EMPLOYEE-ID (1:2) NOT = 'IT'
               END-IF
               IF WS-VALID-FLAG = 'Y'
                   PERFORM UPDATE-EMPLOYEE-MASTER
                   PERFORM APPLY-GARNISHMENT-CASES
                   PERFORM WRITE-OUTPUT-RECORD
                   ADD 1 TO WS-RECORDS-PROCESSED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
               END-IF
           END-IF.
           IF WS-RECORDS-READ > 0 AND NOT WS-FINAL-PAY-REQUESTED
                   AND NOT WS-OFF-CYCLE-REQUESTED
               DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT
                   REMAINDER WS-CKPT-REMAINDER
      * EMPLOYEE NEVER ACCRUED IS EXACTLY WHAT THE BALANCES EXIST    *
      * TO STOP.                                                     *
           PERFORM CHECK-LEAVE-BALANCES.
      * A FINAL-PAY RUN PAYS THE VACATION BALANCE OUT BEFORE ANY TAX  *
      * IS FIGURED, SO THE PAYOUT IS TAXED WITH THE REST OF THE CHECK. *
           IF WS-VALID-FLAG = 'Y'
               PERFORM CALCULATE-LEAVE-ACCRUAL
               IF WS-FINAL-PAY-REQUESTED
                   PERFORM CALCULATE-VACATION-PAYOUT
               END-IF
           END-IF.
           IF WS-VALID-FLAG = 'Y'
               PERFORM LOOKUP-DEDUCTIONS
               PERFORM LOOKUP-GARNISHMENT-CASES
               PERFORM CALCULATE-FICA
               PERFORM CALCULATE-EMPLOYER-TAXES
               PERFORM CALCULATE-PRETAX-DEDUCTIONS
      * DO NOT ACCRUE MORE LEAVE), A FLAT GRANT PER PERIOD FOR         *
      * SALARIED. THE BALANCES THEMSELVES MOVE ON THE MASTER IN        *
      * UPDATE-EMPLOYEE-MASTER, WITH THE REST OF THE PERIOD'S          *
      * FIGURES. AN OFF-CYCLE PAYMENT IS A MAKE-UP FOR A PERIOD THE    *
      * REGULAR BATCH ALREADY GRANTED, SO SALARIED EMPLOYEES ACCRUE    *
      * NOTHING ON IT; HOURLY EMPLOYEES STILL ACCRUE ON THE HOURS IT   *
      * ACTUALLY PAYS.                                                 *
      ******************************************************************
       CALCULATE-LEAVE-ACCRUAL.
           IF WS-PAY-TYPE-SALARY
               IF WS-OFF-CYCLE-REQUESTED
                   MOVE 0 TO WS-VAC-ACCRUED
                   MOVE 0 TO WS-SICK-ACCRUED
               ELSE
                   MOVE WS-VAC-SAL-PER-PERIOD TO WS-VAC-ACCRUED
                   MOVE WS-SICK-SAL-PER-PERIOD TO WS-SICK-ACCRUED
               END-IF
           ELSE
               COMPUTE WS-VAC-ACCRUED ROUNDED =
                   WS-HOURS-WORKED * WS-VAC-ACCRUAL-RATE
                   WS-HOURS-WORKED * WS-SICK-ACCRUAL-RATE
           END-IF.

      ******************************************************************
      * CALCULATE-VACATION-PAYOUT: ON A FINAL-PAY RUN, PAYS OUT THE    *
      * VACATION HOURS THE EMPLOYEE WILL STILL HOLD AFTER THIS         *
      * PERIOD'S LEAVE AND ACCRUAL - THE BALANCE THE MASTER WOULD      *
      * OTHERWISE CARRY - AT THE HOURLY RATE, OR FOR A SALARIED        *
      * EMPLOYEE THE PERIOD SALARY SPREAD OVER THE PERIOD'S HOURS.     *
      * THE AMOUNT GOES ON THE FIRST UNUSED SUPPLEMENTAL EARNINGS LINE *
      * UNDER CODE 'VP', SO IT IS PART OF GROSS, WITHHELD AT THE FLAT  *
      * SUPPLEMENTAL RATE, AND ITEMIZED ON THE DT LINE AND STUB LIKE   *
      * ANY OTHER SUPPLEMENTAL PAY. A REQUEST WHOSE THREE LINES ARE    *
      * ALL IN USE HAS NOWHERE TO CARRY IT AND IS REJECTED             *
      * (NO-EARN-SLOT) RATHER THAN PAYING THE BALANCE OUT UNSEEN.      *
      * SICK LEAVE IS NOT PAID OUT; UPDATE-EMPLOYEE-MASTER SIMPLY      *
      * ZEROES IT.                                                     *
      ******************************************************************
       CALCULATE-VACATION-PAYOUT.
           COMPUTE WS-VAC-PAYOUT-HOURS =
               WS-VAC-BALANCE-BEFORE - WS-VAC-TAKEN-WORK
                   + WS-VAC-ACCRUED.
           IF WS-PAY-TYPE-SALARY
               COMPUTE WS-VAC-PAYOUT-RATE ROUNDED =
                   WS-PERIOD-SALARY / WS-SAL-HOURS-PER-PERIOD
           ELSE
               MOVE WS-HOURLY-RATE TO WS-VAC-PAYOUT-RATE
           END-IF.
           COMPUTE WS-VAC-PAYOUT-AMOUNT ROUNDED =
               WS-VAC-PAYOUT-HOURS * WS-VAC-PAYOUT-RATE.
           IF WS-VAC-PAYOUT-AMOUNT > 0
               MOVE 0 TO WS-VAC-PAYOUT-SLOT
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > 3
                   IF WS-SUPP-CODE (WS-SUPP-SUB) = SPACES
                           AND WS-VAC-PAYOUT-SLOT = 0
                       MOVE WS-SUPP-SUB TO WS-VAC-PAYOUT-SLOT
                   END-IF
               END-PERFORM
               IF WS-VAC-PAYOUT-SLOT = 0
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'NO-EARN-SLOT' TO WS-VALIDATION-REASON
               ELSE
                   MOVE 'VP' TO WS-SUPP-CODE (WS-VAC-PAYOUT-SLOT)
                   MOVE WS-VAC-PAYOUT-AMOUNT
                       TO WS-SUPP-AMOUNT (WS-VAC-PAYOUT-SLOT)
                   ADD WS-VAC-PAYOUT-AMOUNT TO WS-SUPP-PAY
                   ADD WS-VAC-PAYOUT-AMOUNT TO WS-GROSS-PAY
               END-IF
           END-IF.

      ******************************************************************
      * CALCULATE-FICA: WITHHOLDS SOCIAL SECURITY ON THIS PERIOD'S     *
      * GROSS WAGES UP TO THE PART STILL UNDER THE ANNUAL WAGE BASE    *
      * ELECTIONS, SO THE DEDUCTION CALCULATIONS FALL THROUGH          *
      * HARMLESSLY TO NO DEDUCTIONS AT ALL. THE FILE'S RECORD AREA IS  *
      * ONLY TOUCHED AFTER A SUCCESSFUL READ - IT IS NOT ADDRESSABLE   *
      * WHEN THE FILE NEVER OPENED. AN OFF-CYCLE PAYMENT TAKES NO      *
      * HEALTH OR DENTAL PREMIUM - THE REGULAR BATCH ALREADY PAID FOR  *
      * THE PERIOD'S COVERAGE - BUT KEEPS THE 401K PERCENT AND THE     *
      * GARNISHMENTS, WHICH RUN ON WHATEVER IS PAID.                   *
      ******************************************************************
       LOOKUP-DEDUCTIONS.
           MOVE 'N' TO WS-DEDMAST-FOUND-FLAG.
                       WS-ELECT-GARN-AMOUNT (WS-ELECT-GARN-SUB)
               END-PERFORM
           END-IF.
           IF WS-OFF-CYCLE-REQUESTED
               MOVE 0 TO WS-ELECT-HEALTH-PREMIUM
               MOVE 0 TO WS-ELECT-DENTAL-PREMIUM
           END-IF.

      ******************************************************************
      * LOOKUP-GARNISHMENT-CASES: STAGES THE EMPLOYEE'S GARNISHMENT    *
      * CASES BY DEDMAST SLOT, READING FORWARD FROM THE FIRST CASE     *
      * KEY FOR THE EMPLOYEE UNTIL THE EMPLOYEE ID CHANGES. THE TABLE  *
      * IS CLEARED FIRST EVERY TIME, SO NO SLOT EVER CARRIES A CASE    *
      * OVER FROM THE PREVIOUS EMPLOYEE.                               *
      ******************************************************************
       LOOKUP-GARNISHMENT-CASES.
           PERFORM VARYING WS-ELECT-GARN-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-GARN-SUB > 3
               MOVE 'N' TO WS-GCS-FOUND-FLAG (WS-ELECT-GARN-SUB)
               MOVE SPACES TO WS-GCS-CASE-NUMBER (WS-ELECT-GARN-SUB)
               MOVE SPACES TO WS-GCS-ORDER-TYPE (WS-ELECT-GARN-SUB)
               MOVE SPACES TO WS-GCS-AGENCY-ID (WS-ELECT-GARN-SUB)
               MOVE SPACES TO WS-GCS-AGENCY-NAME (WS-ELECT-GARN-SUB)
               MOVE 0 TO WS-GCS-TOTAL-OWED (WS-ELECT-GARN-SUB)
               MOVE 0 TO WS-GCS-PAID-TO-DATE (WS-ELECT-GARN-SUB)
               MOVE SPACE TO WS-GCS-STATUS (WS-ELECT-GARN-SUB)
               MOVE 0 TO WS-GCS-TAKEN (WS-ELECT-GARN-SUB)
           END-PERFORM.
           IF WS-GARN-CASE-IS-OPEN
               MOVE 'N' TO WS-GARN-CASE-EOF-FLAG
               MOVE WS-EMPLOYEE-ID TO GC-EMPLOYEE-ID
               MOVE LOW-VALUES TO GC-CASE-NUMBER
               START GARN-CASE-FILE KEY IS NOT LESS THAN GC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GARN-CASE-EOF-FLAG
               END-START
               PERFORM STAGE-ONE-GARNISHMENT-CASE
                   UNTIL WS-GARN-CASE-EOF-FLAG = 'Y'
           END-IF.

      ******************************************************************
      * STAGE-ONE-GARNISHMENT-CASE: READS THE NEXT CASE AND, WHILE IT  *
      * STILL BELONGS TO THIS EMPLOYEE, STAGES IT UNDER ITS SLOT. AN   *
      * ACTIVE CASE REPLACES A SATISFIED ONE ALREADY STAGED ON THE     *
      * SAME SLOT; OTHERWISE THE FIRST CASE FOUND FOR A SLOT STANDS.   *
      * A CASE NAMING A SLOT OUTSIDE 1-3 IS PASSED OVER.               *
      ******************************************************************
       STAGE-ONE-GARNISHMENT-CASE.
           READ GARN-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GARN-CASE-EOF-FLAG
           END-READ.
           IF WS-GARN-CASE-EOF-FLAG NOT = 'Y'
               IF WS-GARN-CASE-STATUS NOT = '00'
                       OR GC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                   MOVE 'Y' TO WS-GARN-CASE-EOF-FLAG
               END-IF
           END-IF.
           IF WS-GARN-CASE-EOF-FLAG NOT = 'Y'
                   AND GC-DED-SLOT >= 1 AND GC-DED-SLOT <= 3
               IF WS-GCS-FOUND-FLAG (GC-DED-SLOT) = 'N'
                  OR (WS-GCS-STATUS (GC-DED-SLOT) NOT = 'A'
                      AND GC-STATUS-ACTIVE)
                   MOVE 'Y' TO WS-GCS-FOUND-FLAG (GC-DED-SLOT)
                   MOVE GC-CASE-NUMBER
                       TO WS-GCS-CASE-NUMBER (GC-DED-SLOT)
                   MOVE GC-ORDER-TYPE
                       TO WS-GCS-ORDER-TYPE (GC-DED-SLOT)
                   MOVE GC-AGENCY-ID
                       TO WS-GCS-AGENCY-ID (GC-DED-SLOT)
                   MOVE GC-AGENCY-NAME
                       TO WS-GCS-AGENCY-NAME (GC-DED-SLOT)
                   MOVE GC-TOTAL-OWED
                       TO WS-GCS-TOTAL-OWED (GC-DED-SLOT)
                   MOVE GC-PAID-TO-DATE
                       TO WS-GCS-PAID-TO-DATE (GC-DED-SLOT)
                   MOVE GC-STATUS
                       TO WS-GCS-STATUS (GC-DED-SLOT)
               END-IF
           END-IF.

      ******************************************************************
      * CALCULATE-PRETAX-DEDUCTIONS: TAKES THE 401K PERCENT OF GROSS   *
      * ALREADY EXCEED TAXABLE PAY THERE IS NOTHING LEFT TO GARNISH,  *
      * AND AN UNSIGNED SUBTRACTION MUST NOT BE ALLOWED TO DROP THE   *
      * SIGN AND CONJURE A PHANTOM CEILING OUT OF THE SHORTFALL.      *
      * EACH SLOT'S ELECTED AMOUNT IS FIRST HELD TO WHAT ITS CASE     *
      * STILL OWES (LIMIT-GARNISHMENT-TO-CASE), AND WHAT THE SLOT     *
      * ACTUALLY TAKES IS KEPT IN THE STAGING TABLE FOR                *
      * APPLY-GARNISHMENT-CASES TO CREDIT TO THE CASE.                *
       CALCULATE-GARNISHMENTS.
           MOVE 0 TO WS-GARNISH-DED.
           IF WS-FEDERAL-TAX + WS-STATE-TAX + WS-SOC-SEC-TAX
                           WS-GARN-PRIORITY-WANTED
                      AND WS-ELECT-GARN-AMOUNT (WS-ELECT-GARN-SUB)
                           > 0
                       PERFORM LIMIT-GARNISHMENT-TO-CASE
                       IF WS-GARNISH-DED + WS-GARN-WANTED
                               > WS-GARNISH-CEILING
                           COMPUTE WS-GARN-THIS-ONE =
                               WS-GARNISH-CEILING - WS-GARNISH-DED
                       ELSE
                           MOVE WS-GARN-WANTED TO WS-GARN-THIS-ONE
                       END-IF
                       ADD WS-GARN-THIS-ONE TO WS-GARNISH-DED
                       MOVE WS-GARN-THIS-ONE
                           TO WS-GCS-TAKEN (WS-ELECT-GARN-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * LIMIT-GARNISHMENT-TO-CASE: SETS WS-GARN-WANTED TO THE SLOT'S   *
      * ELECTED AMOUNT, HELD TO WHAT ITS CASE STILL OWES. A SATISFIED  *
      * CASE TAKES NOTHING; THE PERIOD A CASE COMES DUE TAKES ONLY THE *
      * BALANCE LEFT; AN OPEN-ENDED ORDER (NO TOTAL OWED) AND A SLOT   *
      * WITH NO CASE ON FILE TAKE THE FULL ELECTED AMOUNT.             *
      ******************************************************************
       LIMIT-GARNISHMENT-TO-CASE.
           MOVE WS-ELECT-GARN-AMOUNT (WS-ELECT-GARN-SUB)
               TO WS-GARN-WANTED.
           IF WS-GCS-FOUND-FLAG (WS-ELECT-GARN-SUB) = 'Y'
               IF WS-GCS-STATUS (WS-ELECT-GARN-SUB) = 'S'
                  OR (WS-GCS-TOTAL-OWED (WS-ELECT-GARN-SUB) > 0
                      AND WS-GCS-PAID-TO-DATE (WS-ELECT-GARN-SUB)
                          >= WS-GCS-TOTAL-OWED (WS-ELECT-GARN-SUB))
                   MOVE 0 TO WS-GARN-WANTED
               ELSE
                   IF WS-GCS-TOTAL-OWED (WS-ELECT-GARN-SUB) > 0
                       COMPUTE WS-GARN-REMAINING =
                           WS-GCS-TOTAL-OWED (WS-ELECT-GARN-SUB)
                         - WS-GCS-PAID-TO-DATE (WS-ELECT-GARN-SUB)
                       IF WS-GARN-REMAINING < WS-GARN-WANTED
                           MOVE WS-GARN-REMAINING TO WS-GARN-WANTED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CALCULATE-FEDERAL-TAX: LOOKS UP THE GRADUATED BRACKET FOR THE  *
      * EMPLOYEE'S FILING STATUS THAT WS-TAXABLE-PAY FALLS INTO AND    *
                   WS-TAXABLE-PAY - WS-SUPP-PAY
           END-IF.
           PERFORM VARYING WS-FED-IDX FROM 1 BY 1
                   UNTIL WS-FED-IDX > WS-FED-BRACKET-COUNT
               IF WS-FED-STATUS (WS-FED-IDX) = WS-FILING-STATUS
                  AND WS-BRACKET-PAY >=
                      WS-FED-BRACKET-LOW (WS-FED-IDX)
                       ((WS-BRACKET-PAY -
                           WS-FED-BRACKET-LOW (WS-FED-IDX))
                           * WS-FED-MARGINAL-RATE (WS-FED-IDX))
                   SET WS-FED-IDX TO WS-FED-BRACKET-COUNT
               END-IF
           END-PERFORM.
           COMPUTE WS-FEDERAL-TAX ROUNDED =
      * CALCULATE-STATE-TAX: LOOKS UP WS-TAX-CODE IN THE STATE TAX     *
      * TABLE AND APPLIES THAT STATE'S FLAT WITHHOLDING RATE.          *
      * VALIDATE-INPUT HAS ALREADY REJECTED (BAD-TAXCODE) ANY RECORD   *
      * WHOSE CODE IS NOT ONE OF THE STATE CODES LOADED INTO THE       *
      * TABLE FROM THE PARAMETERS IN FORCE ON THE CHECK DATE, SO       *
      * PROCESS-RECORD NEVER REACHES THIS PARAGRAPH WITH A CODE THE    *
      * SEARCH BELOW FAILS TO MATCH, AND NO CATCH-ALL FALLBACK IS      *
      * NEEDED HERE.                                                   *
               MOVE 0 TO MST-SICK-BALANCE
               MOVE 0 TO MST-YTD-401K-DED
               MOVE 0 TO MST-YTD-401K-MATCH
               MOVE 'A' TO MST-EMP-STATUS
               MOVE WS-CHECK-DATE TO MST-HIRE-DATE
               MOVE 0 TO MST-TERM-DATE
               MOVE 0 TO MST-YTD-PRETAX-PREMIUM
           END-IF.
           IF MST-YTD-PRETAX-PREMIUM NOT NUMERIC
               MOVE 0 TO MST-YTD-PRETAX-PREMIUM
           END-IF.

           ADD WS-GROSS-PAY    TO MST-YTD-GROSS-PAY.
           ADD WS-NET-PAY      TO MST-YTD-NET-PAY.
           ADD WS-401K-DED     TO MST-YTD-401K-DED.
           ADD WS-401K-MATCH   TO MST-YTD-401K-MATCH.
           ADD WS-HEALTH-DED WS-DENTAL-DED TO MST-YTD-PRETAX-PREMIUM.
           SUBTRACT WS-VAC-TAKEN-WORK FROM MST-VAC-BALANCE.
           ADD WS-VAC-ACCRUED TO MST-VAC-BALANCE.
           SUBTRACT WS-SICK-TAKEN-WORK FROM MST-SICK-BALANCE.
           ADD WS-SICK-ACCRUED TO MST-SICK-BALANCE.
      * FINAL PAY HAS JUST PAID THE VACATION BALANCE OUT, AND UNUSED  *
      * SICK LEAVE IS FORFEIT ON SEPARATION - NEITHER IS CARRIED.     *
           IF WS-FINAL-PAY-REQUESTED
               MOVE 0 TO MST-VAC-BALANCE
               MOVE 0 TO MST-SICK-BALANCE
           END-IF.
           MOVE WS-RUN-DATE TO MST-LAST-UPDATE-DATE.

           IF WS-MASTER-FOUND-FLAG = 'Y'
               WRITE EMPLOYEE-MASTER-RECORD
           END-IF.

      ******************************************************************
      * APPLY-GARNISHMENT-CASES: CREDITS EACH SLOT'S GARNISHMENT TO    *
      * ITS CASE AND LOGS IT FOR THE END-OF-BATCH REMITTANCE. RUN ONLY *
      * ONCE A RECORD IS ACCEPTED, SO A REJECTED RECORD NEVER MOVES A  *
      * CASE BALANCE.                                                  *
      ******************************************************************
       APPLY-GARNISHMENT-CASES.
           PERFORM VARYING WS-ELECT-GARN-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-GARN-SUB > 3
               IF WS-GCS-TAKEN (WS-ELECT-GARN-SUB) > 0
                   PERFORM APPLY-ONE-GARNISHMENT
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPLY-ONE-GARNISHMENT: ADDS WHAT THE SLOT TOOK TO ITS CASE'S   *
      * PAID-TO-DATE, MARKS THE CASE SATISFIED WHEN THAT REACHES THE   *
      * TOTAL OWED, AND WRITES THE DT LOG LINE WITH THE BALANCE LEFT.  *
      * A SLOT WITH NO CASE ON FILE STILL LOGS ITS AMOUNT, UNDER NO    *
      * AGENCY, SO THE REMITTANCE STILL FOOTS TO THE GR CREDIT AND THE *
      * HELD MONEY IS IN PLAIN SIGHT.                                  *
      ******************************************************************
       APPLY-ONE-GARNISHMENT.
           MOVE SPACES TO WS-GARN-REMIT-WORK-RECORD.
           MOVE 'DT' TO GRM-RECORD-TYPE.
           MOVE WS-EMPLOYEE-ID TO GRM-EMPLOYEE-ID.
           MOVE WS-GCS-TAKEN (WS-ELECT-GARN-SUB) TO GRM-AMOUNT.
           MOVE 0 TO GRM-BALANCE-AFTER.
           MOVE 'N' TO GRM-SATISFIED-FLAG.
           MOVE 'N' TO WS-GARN-CASE-FOUND-FLAG.
           IF WS-GCS-FOUND-FLAG (WS-ELECT-GARN-SUB) = 'Y'
               MOVE WS-EMPLOYEE-ID TO GC-EMPLOYEE-ID
               MOVE WS-GCS-CASE-NUMBER (WS-ELECT-GARN-SUB)
                   TO GC-CASE-NUMBER
               PERFORM READ-GARNISHMENT-CASE
           END-IF.
           IF WS-GARN-CASE-FOUND-FLAG = 'Y'
               ADD WS-GCS-TAKEN (WS-ELECT-GARN-SUB) TO GC-PAID-TO-DATE
               IF GC-TOTAL-OWED > 0
                   IF GC-PAID-TO-DATE >= GC-TOTAL-OWED
                       SET GC-STATUS-SATISFIED TO TRUE
                       MOVE WS-RUN-DATE TO GC-SATISFIED-DATE
                       MOVE 'Y' TO GRM-SATISFIED-FLAG
                       DISPLAY 'PAYROLL: GARNISHMENT CASE '
                           GC-CASE-NUMBER ' FOR ' GC-EMPLOYEE-ID
                           ' IS SATISFIED.'
                   ELSE
                       COMPUTE GRM-BALANCE-AFTER =
                           GC-TOTAL-OWED - GC-PAID-TO-DATE
                   END-IF
               END-IF
               MOVE WS-RUN-DATE TO GC-LAST-UPDATE-DATE
               REWRITE GARN-CASE-RECORD
               MOVE GC-CASE-NUMBER TO GRM-CASE-NUMBER
               MOVE GC-ORDER-TYPE TO GRM-ORDER-TYPE
               MOVE GC-AGENCY-ID TO GRM-AGENCY-ID
               MOVE GC-AGENCY-NAME TO GRM-AGENCY-NAME
           ELSE
               MOVE '*** NO CASE ON FILE ***' TO GRM-AGENCY-NAME
           END-IF.
           PERFORM WRITE-GARN-REMIT-LOG.

      ******************************************************************
      * READ-GARNISHMENT-CASE: READS THE CASE WHOSE KEY THE CALLER HAS *
      * SET IN GC-KEY, SETTING WS-GARN-CASE-FOUND-FLAG. A CASE FILE    *
      * THAT NEVER OPENED FINDS NOTHING.                               *
      ******************************************************************
       READ-GARNISHMENT-CASE.
           MOVE 'N' TO WS-GARN-CASE-FOUND-FLAG.
           IF WS-GARN-CASE-IS-OPEN
               MOVE 'Y' TO WS-GARN-CASE-FOUND-FLAG
               READ GARN-CASE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GARN-CASE-FOUND-FLAG
               END-READ
               IF WS-GARN-CASE-STATUS NOT = '00'
                   MOVE 'N' TO WS-GARN-CASE-FOUND-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-GARN-REMIT-LOG: APPENDS THE LINE STAGED IN               *
      * WS-GARN-REMIT-WORK-RECORD TO THE GARNISHMENT REMITTANCE LOG,   *
      * STAMPING THE BATCH ID AND DATES. LIKE THE RUN-CONTROL LEDGER   *
      * THE LOG IS OPENED AND CLOSED AROUND EACH WRITE, SO A RUN THAT  *
      * DIES MID-BATCH STILL LEAVES WHAT IT TOOK ON DISK.              *
      ******************************************************************
       WRITE-GARN-REMIT-LOG.
           MOVE WS-BATCH-ID TO GRM-BATCH-ID.
           MOVE WS-RUN-DATE TO GRM-RUN-DATE.
           MOVE WS-CHECK-DATE TO GRM-CHECK-DATE.
           OPEN EXTEND GARN-REMIT-LOG-FILE.
           IF WS-GARN-LOG-STATUS = '35'
               OPEN OUTPUT GARN-REMIT-LOG-FILE
           END-IF.
           WRITE GARN-REMIT-LOG-RECORD
               FROM WS-GARN-REMIT-WORK-RECORD.
           CLOSE GARN-REMIT-LOG-FILE.

      ******************************************************************
      * VALIDATE-INPUT: VALIDATES EMPLOYEE RECORD DATA                *
      * CHECKS EMPLOYEE ID AND PAY TYPE, HOURS WORKED, AND HOURLY RATE *

      * AN HOURLY RECORD WITH NO WORKED HOURS IS STILL GOOD WHEN IT  *
      * CARRIES LEAVE HOURS - A FULL SICK OR VACATION WEEK IS         *
      * EXACTLY WHAT THE LEAVE BUCKETS EXIST FOR - OR ON A FINAL-PAY  *
      * RUN, WHERE THE VACATION PAYOUT MAY BE ALL THERE IS TO PAY.    *
      * THE RATE IS STILL REQUIRED EITHER WAY, SINCE IT PRICES THE    *
      * LEAVE HOURS TOO.                                              *
           IF WS-VALID-FLAG = 'Y' AND NOT WS-PAY-TYPE-SALARY
               IF WS-HOURS-WORKED <= 0
                   IF WS-FINAL-PAY-REQUESTED
                       OR (WS-VAC-TAKEN-HOURS NUMERIC
                           AND WS-VAC-TAKEN-HOURS > 0)
                       OR (WS-SICK-TAKEN-HOURS NUMERIC
                           AND WS-SICK-TAKEN-HOURS > 0)
      * EACH SUPPLEMENTAL EARNINGS LINE IN USE MUST CARRY A CODE THE  *
      * ERNCDTB TABLE KNOWS AND A POSITIVE NUMERIC AMOUNT. A BLANK    *
      * CODE IS AN UNUSED LINE (LEGACY 65-BYTE EXTRACTS LEAVE ALL     *
      * THREE BLANK) AND ITS AMOUNT IS IGNORED. 'VP' IS IN THE TABLE  *
      * FOR THE STUB'S SAKE BUT IS PAYROLL'S OWN TO COMPUTE - A       *
      * VACATION PAYOUT KEYED BY HAND WOULD NEVER COME OFF THE        *
      * BALANCE - SO A KEYED ONE IS BAD-EARNCODE TOO.                 *
           IF WS-VALID-FLAG = 'Y'
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > 3
                                   TO WS-VALIDATION-REASON
                           WHEN WS-EC-CODE (WS-EC-IDX) =
                                   WS-SUPP-CODE (WS-SUPP-SUB)
                               IF WS-SUPP-CODE (WS-SUPP-SUB) = 'VP'
                                   MOVE 'N' TO WS-VALID-FLAG
                                   MOVE 'BAD-EARNCODE'
                                       TO WS-VALIDATION-REASON
                               END-IF
                       END-SEARCH
                       IF WS-VALID-FLAG = 'Y'
                           IF WS-SUPP-AMOUNT (WS-SUPP-SUB)
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               PERFORM CHECK-EMPLOYMENT-STATUS
           END-IF.

      ******************************************************************
      * CHECK-EMPLOYMENT-STATUS: HOLDS THE RECORD AGAINST THE          *
      * EMPLOYEE'S STATUS ON THE MASTER. ON A REGULAR RUN A            *
      * TERMINATED EMPLOYEE WHOSE TERM DATE FALLS BEFORE THIS BATCH'S  *
      * CHECK DATE IS REJECTED (TERMINATED) - THEIR LAST PAY GOES      *
      * THROUGH A FINAL-PAY RUN, WHICH ALSO SETTLES THEIR LEAVE. ON A  *
      * FINAL-PAY RUN IT IS THE REVERSE: ONLY AN EMPLOYEE ON FILE AS   *
      * TERMINATED MAY BE PAID OUT (NOT-TERMED), SO A MISKEYED ID      *
      * CANNOT ZERO A WORKING EMPLOYEE'S LEAVE. A TERM DATE THAT IS    *
      * NOT NUMERIC (A RECORD THAT PREDATES THE FIELD) STOPS NOTHING.  *
      * THIS IS ONLY A PEEK AT THE MASTER, LIKE LOOKUP-EMPLOYEE-YTD.   *
      ******************************************************************
       CHECK-EMPLOYMENT-STATUS.
           MOVE 'Y' TO WS-MASTER-FOUND-FLAG.
           MOVE WS-EMPLOYEE-ID TO MST-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-FLAG
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-MASTER-FOUND-FLAG
           END-IF.
           IF WS-FINAL-PAY-REQUESTED
               IF WS-MASTER-FOUND-FLAG = 'N'
                       OR NOT MST-STATUS-TERMINATED
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'NOT-TERMED' TO WS-VALIDATION-REASON
               END-IF
           ELSE
               IF WS-MASTER-FOUND-FLAG = 'Y'
                       AND MST-STATUS-TERMINATED
                       AND MST-TERM-DATE NUMERIC
                   IF MST-TERM-DATE > 0
                           AND WS-CHECK-DATE > MST-TERM-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'TERMINATED' TO WS-VALIDATION-REASON
                   END-IF
               END-IF
           END-IF.
      
      ******************************************************************
      * WRITE-OUTPUT-RECORD: WRITES SUCCESSFUL PAYROLL RECORD         *
                   MOVE 0 TO WS-OUT-EARN-AMOUNT (WS-SUPP-SUB)
               END-IF
           END-PERFORM.
           IF WS-FINAL-PAY-REQUESTED
               MOVE 'FP' TO WS-OUT-STATUS
           ELSE
               IF WS-OFF-CYCLE-REQUESTED
                   MOVE 'OC' TO WS-OUT-STATUS
               ELSE
                   MOVE 'OK' TO WS-OUT-STATUS
               END-IF
           END-IF.
           MOVE WS-PERIOD-NUMBER TO WS-OUT-PERIOD.
           MOVE WS-CHECK-DATE TO WS-OUT-CHECK-DATE.
           MOVE WS-LEAVE-PAY TO WS-OUT-LEAVE-PAY.
      * RECORD AREA FROM UPDATE-EMPLOYEE-MASTER) DECIDES THE ROUTE    *
      * BEFORE THE DT RECORD GOES OUT, SO THE RECORD CARRIES IT:      *
      * A 'B' STATUS MEANS THE LAST ENTRY CAME BACK AND THIS          *
      * EMPLOYEE GOES ON PAPER UNTIL THE DATA IS FIXED. AN EMPLOYEE   *
      * WITH DEPOSIT ALLOCATIONS ON FILE IS DEPOSITED BY THEM ALONE,  *
      * PROVIDED THE REMAINDER ACCOUNT IS USABLE - WITHOUT ONE THERE  *
      * IS NOWHERE TO PUT THE REST OF THE PAY, SO IT GOES ON PAPER.   *
      * OTHERWISE NOC-CORRECTED BANKING ON THE MASTER OVERRIDES       *
      * WHATEVER THE EXTRACT STILL CARRIES, AND THE EXTRACT'S OWN     *
      * BANKING (OR NONE, WHICH ALSO MEANS PAPER) DECIDES, AS IT      *
      * ALWAYS HAS.                                                   *
           MOVE 'C' TO WS-OUT-PAY-METHOD.
           PERFORM LOOKUP-DEPOSIT-ALLOCATIONS.
           IF MST-BANK-STATUS NOT = 'B'
               IF WS-DSP-ON-FILE-FLAG = 'Y'
                   IF WS-DSP-REM-USABLE-FLAG = 'Y'
                       MOVE 'A' TO WS-OUT-PAY-METHOD
                   ELSE
                       DISPLAY 'PAYROLL: EMPLOYEE ' WS-EMPLOYEE-ID
                           ' HAS NO USABLE REMAINDER DEPOSIT'
                       DISPLAY 'ACCOUNT - PAID BY CHECK.'
                   END-IF
               ELSE
                   IF MST-BANK-ROUTING NOT = SPACES AND
                           MST-BANK-ACCOUNT NOT = SPACES
                       MOVE MST-BANK-ROUTING TO WS-BANK-ROUTING
                       MOVE MST-BANK-CHECK-DIGIT
                           TO WS-BANK-CHECK-DIGIT
                       MOVE MST-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                   END-IF
                   IF WS-BANK-ROUTING NOT = SPACES AND
                           WS-BANK-ACCOUNT NOT = SPACES
                       MOVE 'A' TO WS-OUT-PAY-METHOD
                   END-IF
               END-IF
           END-IF.
      * FINAL PAY IS HANDED OVER ON PAPER THE DAY IT IS RUN, NOT LEFT *
      * TO SETTLE THROUGH THE ACH WINDOW.                             *
           IF WS-FINAL-PAY-REQUESTED
               MOVE 'C' TO WS-OUT-PAY-METHOD
           END-IF.

           WRITE OUTPUT-RECORD FROM WS-OUTPUT-RECORD-FORMATTED.

           ADD WS-401K-MATCH  TO WS-TOTAL-401K-MATCH.

           IF WS-OUT-PAY-METHOD = 'A'
               IF WS-DSP-ON-FILE-FLAG = 'Y'
                   PERFORM COMPUTE-DEPOSIT-SPLITS
                   PERFORM WRITE-SPLIT-ACH-ENTRY
                       VARYING WS-DSP-SUB FROM 1 BY 1
                       UNTIL WS-DSP-SUB > WS-DSP-COUNT
               ELSE
                   PERFORM WRITE-ACH-ENTRY
               END-IF
           END-IF.

           PERFORM ACCUMULATE-DEPARTMENT-GROSS.

           CLOSE TAX-DEPOSIT-FILE.

      ******************************************************************
      * WRITE-GARNISHMENT-REMITTANCE: AT END OF BATCH, ROLLS UP THE    *
      * BATCH'S LINES FROM THE GARNISHMENT LOG BY AGENCY, CASE, AND    *
      * EMPLOYEE, AND WRITES THE REMITTANCE REPORT AND THE PAYMENT     *
      * FILE ACCOUNTS PAYABLE PAYS THE AGENCIES FROM - THE ENTRY THAT  *
      * CLEARS GARNISHMENTS PAYABLE (GR). THE LOG RATHER THAN THIS     *
      * RUN'S MEMORY IS THE SOURCE SO A RESTARTED BATCH STILL REMITS   *
      * WHAT ITS FIRST LEG TOOK. THE ROLLED-UP TOTAL IS FOOTED AGAINST *
      * THE GR LINE JUST POSTED TO THE GL - A CREDIT ON A PAY BATCH, A *
      * DEBIT ON A REVERSAL BATCH - AND ANY DIFFERENCE FAILS THE RUN   *
      * WITH RETURN CODE 8, SINCE THE PAYABLE COULD THEN NEVER CLEAR.  *
      * AMOUNTS WITH NO CASE ON FILE ARE REPORTED AS HELD AND KEPT OFF *
      * THE PAYMENT FILE UNTIL THE CASE IS SET UP.                     *
      ******************************************************************
       WRITE-GARNISHMENT-REMITTANCE.
           MOVE 0 TO WS-GRT-COUNT.
           MOVE 'N' TO WS-GARN-LOG-EOF-FLAG.
           OPEN INPUT GARN-REMIT-LOG-FILE.
           IF WS-GARN-LOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-GARN-LOG-EOF-FLAG
           END-IF.
           PERFORM ROLL-UP-ONE-GARNISHMENT
               UNTIL WS-GARN-LOG-EOF-FLAG = 'Y'.
           IF WS-GARN-LOG-STATUS = '00'
                   OR WS-GARN-LOG-STATUS = '10'
               CLOSE GARN-REMIT-LOG-FILE
           END-IF.

           OPEN OUTPUT GARN-REMIT-REPORT-FILE.
           OPEN OUTPUT GARN-PAYMENT-FILE.
           MOVE WS-BATCH-ID TO WS-GRR-TTL-BATCH-ID.
           MOVE WS-CHECK-DATE TO WS-GRR-TTL-CHECK-DATE.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TITLE-LINE.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-HEADING-LINE.

           MOVE 0 TO WS-GRT-REMITTED-TOTAL.
           MOVE 0 TO WS-GRT-HELD-TOTAL.
           MOVE 0 TO WS-GRT-PAYMENT-COUNT.
           PERFORM VARYING WS-GRT-SUB FROM 1 BY 1
                   UNTIL WS-GRT-SUB > WS-GRT-COUNT
               IF WS-GRT-DONE-FLAG (WS-GRT-SUB) = 'N'
                   PERFORM WRITE-GARN-REMIT-AGENCY
               END-IF
           END-PERFORM.

           COMPUTE WS-GRT-GRAND-TOTAL =
               WS-GRT-REMITTED-TOTAL + WS-GRT-HELD-TOTAL.
           IF WS-REVERSAL-REQUESTED
               COMPUTE WS-GRT-GL-EXPECTED = 0 - WS-TOTAL-GARNISH-DED
           ELSE
               MOVE WS-TOTAL-GARNISH-DED TO WS-GRT-GL-EXPECTED
           END-IF.
           COMPUTE WS-GRT-DIFFERENCE =
               WS-GRT-GRAND-TOTAL - WS-GRT-GL-EXPECTED.

           MOVE SPACES TO WS-GARN-REMIT-TOTAL-LINE.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           MOVE 'TOTAL REMITTED TO AGENCIES' TO WS-GRR-TOTAL-LABEL.
           MOVE WS-GRT-REMITTED-TOTAL TO WS-GRR-TOTAL-AMOUNT.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           MOVE 'HELD - NO CASE ON FILE' TO WS-GRR-TOTAL-LABEL.
           MOVE WS-GRT-HELD-TOTAL TO WS-GRR-TOTAL-AMOUNT.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           MOVE 'TOTAL GARNISHMENTS TAKEN' TO WS-GRR-TOTAL-LABEL.
           MOVE WS-GRT-GRAND-TOTAL TO WS-GRR-TOTAL-AMOUNT.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           MOVE 'GL GARNISH PAYABLE (GR)' TO WS-GRR-TOTAL-LABEL.
           MOVE WS-GRT-GL-EXPECTED TO WS-GRR-TOTAL-AMOUNT.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           MOVE 'DIFFERENCE' TO WS-GRR-TOTAL-LABEL.
           MOVE WS-GRT-DIFFERENCE TO WS-GRR-TOTAL-AMOUNT.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.

           MOVE WS-BATCH-ID TO WS-GPT-BATCH-ID.
           MOVE WS-CHECK-DATE TO WS-GPT-CHECK-DATE.
           MOVE WS-GRT-PAYMENT-COUNT TO WS-GPT-PAYMENT-COUNT.
           MOVE WS-GRT-REMITTED-TOTAL TO WS-GPT-TOTAL-AMOUNT.
           WRITE GARN-PAYMENT-RECORD FROM WS-GARN-PAYMENT-TRAILER.

           CLOSE GARN-REMIT-REPORT-FILE.
           CLOSE GARN-PAYMENT-FILE.

           IF WS-GRT-DIFFERENCE NOT = 0
               DISPLAY 'PAYROLL: GARNISHMENT REMITTANCE DOES NOT FOOT '
                   'TO THE GR POSTING - SEE data/garnrem.rpt.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-GRT-HELD-TOTAL NOT = 0
               DISPLAY 'PAYROLL: GARNISHMENTS WITH NO CASE ON FILE ARE '
                   'HELD - SEE data/garnrem.rpt.'
           END-IF.

      ******************************************************************
      * ROLL-UP-ONE-GARNISHMENT: READS ONE LOG LINE AND, WHEN IT       *
      * BELONGS TO THIS BATCH, ADDS IT TO ITS AGENCY/CASE/EMPLOYEE     *
      * ENTRY - AN RV LINE NEGATIVE. THE BALANCE AND SATISFIED FLAG    *
      * SHOWN ARE THE LATEST LINE'S.                                   *
      ******************************************************************
       ROLL-UP-ONE-GARNISHMENT.
           READ GARN-REMIT-LOG-FILE INTO WS-GARN-REMIT-WORK-RECORD
               AT END
                   MOVE 'Y' TO WS-GARN-LOG-EOF-FLAG
           END-READ.
           IF WS-GARN-LOG-EOF-FLAG NOT = 'Y'
                   AND WS-GARN-LOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-GARN-LOG-EOF-FLAG
           END-IF.
           IF WS-GARN-LOG-EOF-FLAG NOT = 'Y'
                   AND GRM-BATCH-ID = WS-BATCH-ID
               IF GRM-RECORD-TYPE = 'RV'
                   COMPUTE WS-GRT-SIGNED-AMOUNT = 0 - GRM-AMOUNT
               ELSE
                   MOVE GRM-AMOUNT TO WS-GRT-SIGNED-AMOUNT
               END-IF
               PERFORM POST-GARNISHMENT-TOTAL
           END-IF.

      ******************************************************************
      * POST-GARNISHMENT-TOTAL: FINDS OR ADDS THE TABLE ENTRY FOR THE  *
      * LINE JUST READ. A TABLE THAT IS FULL DROPS THE LINE WITH A     *
      * WARNING, AND THE REPORT THEN FAILS TO FOOT TO THE GR POSTING,  *
      * SO THE SHORTFALL CANNOT GO UNNOTICED.                          *
      ******************************************************************
       POST-GARNISHMENT-TOTAL.
           MOVE 'N' TO WS-GRT-FOUND-FLAG.
           PERFORM VARYING WS-GRT-SUB2 FROM 1 BY 1
                   UNTIL WS-GRT-SUB2 > WS-GRT-COUNT
                      OR WS-GRT-FOUND-FLAG = 'Y'
               IF WS-GRT-AGENCY-ID (WS-GRT-SUB2) = GRM-AGENCY-ID
                  AND WS-GRT-CASE-NUMBER (WS-GRT-SUB2) = GRM-CASE-NUMBER
                  AND WS-GRT-EMPLOYEE-ID (WS-GRT-SUB2) = GRM-EMPLOYEE-ID
                   MOVE 'Y' TO WS-GRT-FOUND-FLAG
                   ADD WS-GRT-SIGNED-AMOUNT
                       TO WS-GRT-AMOUNT (WS-GRT-SUB2)
                   MOVE GRM-BALANCE-AFTER
                       TO WS-GRT-BALANCE (WS-GRT-SUB2)
                   MOVE GRM-SATISFIED-FLAG
                       TO WS-GRT-SATISFIED-FLAG (WS-GRT-SUB2)
               END-IF
           END-PERFORM.
           IF WS-GRT-FOUND-FLAG = 'N'
               IF WS-GRT-COUNT < 500
                   ADD 1 TO WS-GRT-COUNT
                   MOVE GRM-AGENCY-ID TO WS-GRT-AGENCY-ID (WS-GRT-COUNT)
                   MOVE GRM-AGENCY-NAME
                       TO WS-GRT-AGENCY-NAME (WS-GRT-COUNT)
                   MOVE GRM-CASE-NUMBER
                       TO WS-GRT-CASE-NUMBER (WS-GRT-COUNT)
                   MOVE GRM-EMPLOYEE-ID
                       TO WS-GRT-EMPLOYEE-ID (WS-GRT-COUNT)
                   MOVE GRM-ORDER-TYPE
                       TO WS-GRT-ORDER-TYPE (WS-GRT-COUNT)
                   MOVE WS-GRT-SIGNED-AMOUNT
                       TO WS-GRT-AMOUNT (WS-GRT-COUNT)
                   MOVE GRM-BALANCE-AFTER
                       TO WS-GRT-BALANCE (WS-GRT-COUNT)
                   MOVE GRM-SATISFIED-FLAG
                       TO WS-GRT-SATISFIED-FLAG (WS-GRT-COUNT)
                   MOVE 'N' TO WS-GRT-DONE-FLAG (WS-GRT-COUNT)
               ELSE
                   DISPLAY 'PAYROLL: WARNING - GARNISHMENT REMITTANCE '
                       'TABLE FULL, LINE FOR ' GRM-EMPLOYEE-ID
                       ' NOT REPORTED.'
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-GARN-REMIT-AGENCY: PRINTS THE AGENCY OF TABLE ENTRY      *
      * WS-GRT-SUB AND EVERY NOT-YET-PRINTED CASE LINE UNDER IT, THEN  *
      * THE AGENCY TOTAL. THE BLANK AGENCY IS THE HELD, NO-CASE MONEY. *
      ******************************************************************
       WRITE-GARN-REMIT-AGENCY.
           MOVE WS-GRT-AGENCY-ID (WS-GRT-SUB) TO WS-GRT-THIS-AGENCY.
           MOVE 0 TO WS-GRT-AGENCY-TOTAL.
           MOVE SPACES TO WS-GARN-REMIT-TOTAL-LINE.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           MOVE WS-GRT-THIS-AGENCY TO WS-GRR-AGENCY-ID.
           MOVE WS-GRT-AGENCY-NAME (WS-GRT-SUB) TO WS-GRR-AGENCY-NAME.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-AGENCY-LINE.
           PERFORM VARYING WS-GRT-SUB2 FROM WS-GRT-SUB BY 1
                   UNTIL WS-GRT-SUB2 > WS-GRT-COUNT
               IF WS-GRT-DONE-FLAG (WS-GRT-SUB2) = 'N'
                  AND WS-GRT-AGENCY-ID (WS-GRT-SUB2)
                      = WS-GRT-THIS-AGENCY
                   PERFORM WRITE-GARN-REMIT-CASE
               END-IF
           END-PERFORM.
           MOVE '  AGENCY TOTAL' TO WS-GRR-TOTAL-LABEL.
           MOVE WS-GRT-AGENCY-TOTAL TO WS-GRR-TOTAL-AMOUNT.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-TOTAL-LINE.
           IF WS-GRT-THIS-AGENCY = SPACES
               ADD WS-GRT-AGENCY-TOTAL TO WS-GRT-HELD-TOTAL
           ELSE
               ADD WS-GRT-AGENCY-TOTAL TO WS-GRT-REMITTED-TOTAL
           END-IF.

      ******************************************************************
      * WRITE-GARN-REMIT-CASE: PRINTS TABLE ENTRY WS-GRT-SUB2 AND, FOR *
      * A REAL AGENCY, WRITES ITS PAYMENT RECORD.                      *
      ******************************************************************
       WRITE-GARN-REMIT-CASE.
           MOVE 'Y' TO WS-GRT-DONE-FLAG (WS-GRT-SUB2).
           MOVE WS-GRT-CASE-NUMBER (WS-GRT-SUB2) TO WS-GRR-CASE-NUMBER.
           MOVE WS-GRT-ORDER-TYPE (WS-GRT-SUB2) TO WS-GRR-ORDER-TYPE.
           MOVE WS-GRT-EMPLOYEE-ID (WS-GRT-SUB2) TO WS-GRR-EMPLOYEE-ID.
           MOVE WS-GRT-AMOUNT (WS-GRT-SUB2) TO WS-GRR-AMOUNT.
           MOVE WS-GRT-BALANCE (WS-GRT-SUB2) TO WS-GRR-BALANCE.
           IF WS-GRT-SATISFIED-FLAG (WS-GRT-SUB2) = 'Y'
               MOVE 'SATISFIED' TO WS-GRR-STATUS
           ELSE
               MOVE SPACES TO WS-GRR-STATUS
           END-IF.
           WRITE GARN-REMIT-REPORT-RECORD
               FROM WS-GARN-REMIT-CASE-LINE.
           ADD WS-GRT-AMOUNT (WS-GRT-SUB2) TO WS-GRT-AGENCY-TOTAL.
           IF WS-GRT-THIS-AGENCY NOT = SPACES
                   AND WS-GRT-AMOUNT (WS-GRT-SUB2) NOT = 0
               MOVE WS-BATCH-ID TO WS-GPD-BATCH-ID
               MOVE WS-CHECK-DATE TO WS-GPD-CHECK-DATE
               MOVE WS-GRT-THIS-AGENCY TO WS-GPD-AGENCY-ID
               MOVE WS-GRT-AGENCY-NAME (WS-GRT-SUB2)
                   TO WS-GPD-AGENCY-NAME
               MOVE WS-GRT-CASE-NUMBER (WS-GRT-SUB2)
                   TO WS-GPD-CASE-NUMBER
               MOVE WS-GRT-EMPLOYEE-ID (WS-GRT-SUB2)
                   TO WS-GPD-EMPLOYEE-ID
               MOVE WS-GRT-ORDER-TYPE (WS-GRT-SUB2) TO WS-GPD-ORDER-TYPE
               MOVE WS-GRT-AMOUNT (WS-GRT-SUB2) TO WS-GPD-AMOUNT
               WRITE GARN-PAYMENT-RECORD FROM WS-GARN-PAYMENT-DETAIL
               ADD 1 TO WS-GRT-PAYMENT-COUNT
           END-IF.

      ******************************************************************
      * WRITE-ACH-HEADERS: WRITES THE NACHA-STYLE FILE HEADER AND      *
      * BATCH HEADER RECORDS THAT LEAD data/ach.dat, SO THE RECEIVING  *
      * GOES OUT WITH SPACES UNTIL THE CLERK KEYS IT.                 *
           MOVE MST-NAME (1:22) TO WS-ACH-ED-INDIVIDUAL-NM.
           MOVE WS-OUT-NET-PAY TO WS-ACH-ED-AMOUNT.
           MOVE 0 TO WS-ACH-DEPOSIT-SEQ.
           PERFORM SET-ACH-TRACE-NUMBER.
           WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL-FORMATTED.
           PERFORM WRITE-ACH-ISSUE-RECORD.
           ADD 1 TO WS-ACH-ENTRY-COUNT.
           ADD WS-OUT-NET-PAY TO WS-ACH-TOTAL-CREDIT.

      ******************************************************************
      * LOOKUP-DEPOSIT-ALLOCATIONS: STAGES THE EMPLOYEE'S DEPOSIT      *
      * ALLOCATIONS, READING FORWARD FROM THE FIRST ALLOCATION KEY     *
      * FOR THE EMPLOYEE UNTIL THE EMPLOYEE ID CHANGES. THE STAGING    *
      * IS CLEARED FIRST EVERY TIME, SO NO EMPLOYEE EVER INHERITS THE  *
      * PREVIOUS ONE'S SPLIT.                                          *
      ******************************************************************
       LOOKUP-DEPOSIT-ALLOCATIONS.
           MOVE 'N' TO WS-DSP-ON-FILE-FLAG.
           MOVE 'N' TO WS-DSP-REM-USABLE-FLAG.
           MOVE 'N' TO WS-DSP-REM-SEEN-FLAG.
           MOVE 0 TO WS-DSP-COUNT.
           MOVE 0 TO WS-DSP-REM-SUB.
           IF WS-DEP-ALLOC-IS-OPEN
               MOVE 'N' TO WS-DEP-ALLOC-EOF-FLAG
               MOVE WS-EMPLOYEE-ID TO DA-EMPLOYEE-ID
               MOVE 0 TO DA-SEQ
               START DEPOSIT-ALLOC-FILE KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DEP-ALLOC-EOF-FLAG
               END-START
               PERFORM STAGE-ONE-DEPOSIT-ALLOCATION
                   UNTIL WS-DEP-ALLOC-EOF-FLAG = 'Y'
           END-IF.

      ******************************************************************
      * STAGE-ONE-DEPOSIT-ALLOCATION: READS THE NEXT ALLOCATION AND,   *
      * WHILE IT STILL BELONGS TO THIS EMPLOYEE, STAGES IT. A          *
      * RETURNED F OR P ACCOUNT IS PASSED OVER (ITS PIECE FALLS TO     *
      * THE REMAINDER); ONLY THE FIRST REMAINDER ALLOCATION COUNTS,    *
      * AND IT IS USABLE ONLY IF ITS ACCOUNT HAS NOT BEEN RETURNED.    *
      * AN UNKNOWN ALLOCATION TYPE, AN F OR P ALLOCATION WITH NO       *
      * ROUTING OR ACCOUNT NUMBER, OR AN ALLOCATION PAST WHAT THE      *
      * STAGING HOLDS, IS PASSED OVER WITH A MESSAGE - ITS PIECE ALSO  *
      * FALLS TO THE REMAINDER RATHER THAN GOING ASTRAY.               *
      ******************************************************************
       STAGE-ONE-DEPOSIT-ALLOCATION.
           READ DEPOSIT-ALLOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEP-ALLOC-EOF-FLAG
           END-READ.
           IF WS-DEP-ALLOC-EOF-FLAG NOT = 'Y'
               IF WS-DEPOSIT-ALLOC-STATUS NOT = '00'
                       OR DA-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                   MOVE 'Y' TO WS-DEP-ALLOC-EOF-FLAG
               END-IF
           END-IF.
           IF WS-DEP-ALLOC-EOF-FLAG NOT = 'Y'
               MOVE 'Y' TO WS-DSP-ON-FILE-FLAG
               IF DA-TYPE-REMAINDER AND WS-DSP-REM-SEEN-FLAG = 'N'
                   MOVE 'Y' TO WS-DSP-REM-SEEN-FLAG
                   IF NOT DA-STATUS-RETURNED
                       PERFORM ADD-DEPOSIT-SPLIT-ENTRY
                   END-IF
               ELSE
                   IF (DA-TYPE-FLAT OR DA-TYPE-PERCENT)
                           AND NOT DA-STATUS-RETURNED
                       IF DA-BANK-ROUTING = SPACES
                               OR DA-BANK-ACCOUNT = SPACES
                           DISPLAY 'PAYROLL: DEPOSIT ALLOCATION '
                               DA-EMPLOYEE-ID '/' DA-SEQ
                               ' HAS NO BANK ACCOUNT - SKIPPED.'
                       ELSE
                           PERFORM ADD-DEPOSIT-SPLIT-ENTRY
                       END-IF
                   ELSE
                       IF NOT DA-TYPE-FLAT AND NOT DA-TYPE-PERCENT
                               AND NOT DA-TYPE-REMAINDER
                           DISPLAY 'PAYROLL: DEPOSIT ALLOCATION '
                               DA-EMPLOYEE-ID '/' DA-SEQ
                               ' HAS AN UNKNOWN TYPE - SKIPPED.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ADD-DEPOSIT-SPLIT-ENTRY: COPIES THE ALLOCATION JUST READ INTO  *
      * THE NEXT STAGING SLOT, MARKING IT AS THE REMAINDER WHEN IT IS  *
      * ONE. A FULL STAGING TABLE DROPS THE ALLOCATION WITH A MESSAGE. *
      ******************************************************************
       ADD-DEPOSIT-SPLIT-ENTRY.
           IF WS-DSP-COUNT < 10
               ADD 1 TO WS-DSP-COUNT
               MOVE DA-SEQ TO WS-DSP-SEQ (WS-DSP-COUNT)
               MOVE DA-ALLOC-TYPE TO WS-DSP-TYPE (WS-DSP-COUNT)
               MOVE DA-AMOUNT TO WS-DSP-FLAT-AMOUNT (WS-DSP-COUNT)
               MOVE DA-PERCENT-RATE
                   TO WS-DSP-PERCENT-RATE (WS-DSP-COUNT)
               MOVE DA-BANK-ROUTING TO WS-DSP-ROUTING (WS-DSP-COUNT)
               MOVE DA-BANK-CHECK-DIGIT
                   TO WS-DSP-CHECK-DIGIT (WS-DSP-COUNT)
               MOVE DA-BANK-ACCOUNT TO WS-DSP-ACCOUNT (WS-DSP-COUNT)
               MOVE 0 TO WS-DSP-AMOUNT (WS-DSP-COUNT)
               IF DA-TYPE-REMAINDER
                   MOVE WS-DSP-COUNT TO WS-DSP-REM-SUB
                   IF DA-BANK-ROUTING NOT = SPACES
                           AND DA-BANK-ACCOUNT NOT = SPACES
                       MOVE 'Y' TO WS-DSP-REM-USABLE-FLAG
                   END-IF
               END-IF
           ELSE
               DISPLAY 'PAYROLL: DEPOSIT ALLOCATION '
                   DA-EMPLOYEE-ID '/' DA-SEQ
                   ' IS PAST THE 10 ALLOWED - SKIPPED.'
           END-IF.

      ******************************************************************
      * COMPUTE-DEPOSIT-SPLITS: WORKS OUT EACH STAGED PIECE OF THE     *
      * NET PAY IN SEQUENCE ORDER - A FLAT AMOUNT, OR A PERCENT OF     *
      * THE WHOLE NET ROUNDED TO THE CENT - NEVER MORE THAN WHAT IS    *
      * STILL LEFT, THEN GIVES WHATEVER IS LEFT TO THE REMAINDER       *
      * ACCOUNT. THE PIECES THEREFORE ALWAYS FOOT EXACTLY TO NET PAY.  *
      ******************************************************************
       COMPUTE-DEPOSIT-SPLITS.
           MOVE WS-OUT-NET-PAY TO WS-DSP-LEFT.
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF WS-DSP-SUB NOT = WS-DSP-REM-SUB
                   IF WS-DSP-TYPE (WS-DSP-SUB) = 'P'
                       COMPUTE WS-DSP-AMOUNT (WS-DSP-SUB) ROUNDED =
                           WS-OUT-NET-PAY
                           * WS-DSP-PERCENT-RATE (WS-DSP-SUB) / 100
                   ELSE
                       MOVE WS-DSP-FLAT-AMOUNT (WS-DSP-SUB)
                           TO WS-DSP-AMOUNT (WS-DSP-SUB)
                   END-IF
                   IF WS-DSP-AMOUNT (WS-DSP-SUB) > WS-DSP-LEFT
                       MOVE WS-DSP-LEFT TO WS-DSP-AMOUNT (WS-DSP-SUB)
                   END-IF
                   SUBTRACT WS-DSP-AMOUNT (WS-DSP-SUB)
                       FROM WS-DSP-LEFT
               END-IF
           END-PERFORM.
           MOVE WS-DSP-LEFT TO WS-DSP-AMOUNT (WS-DSP-REM-SUB).

      ******************************************************************
      * WRITE-SPLIT-ACH-ENTRY: WRITES ONE PIECE OF A SPLIT DEPOSIT AS  *
      * ITS OWN ENTRY DETAIL RECORD, TO THE PIECE'S ACCOUNT, WITH ITS  *
      * OWN TRACE NUMBER AND ISSUE LOG ROW, AND ROLLS IT INTO THE ACH  *
      * CONTROL TOTALS. A FLAT OR PERCENT PIECE THAT CAME TO NOTHING   *
      * IS NOT SENT; THE REMAINDER ALWAYS IS, SO EVERY DEPOSITED DT    *
      * LINE HAS AT LEAST ONE ENTRY BEHIND IT, AS BEFORE.              *
      ******************************************************************
       WRITE-SPLIT-ACH-ENTRY.
           IF WS-DSP-AMOUNT (WS-DSP-SUB) > 0
                   OR WS-DSP-SUB = WS-DSP-REM-SUB
               MOVE '22' TO WS-ACH-ED-TRANS-CODE
               MOVE WS-DSP-ROUTING (WS-DSP-SUB)
                   TO WS-ACH-ED-RECEIVING-DFI
               MOVE WS-DSP-CHECK-DIGIT (WS-DSP-SUB)
                   TO WS-ACH-ED-CHECK-DIGIT
               MOVE WS-DSP-ACCOUNT (WS-DSP-SUB)
                   TO WS-ACH-ED-DFI-ACCT-NUM
               MOVE WS-OUT-EMPLOYEE-ID TO WS-ACH-ED-INDIVIDUAL-ID
               MOVE MST-NAME (1:22) TO WS-ACH-ED-INDIVIDUAL-NM
               MOVE WS-DSP-AMOUNT (WS-DSP-SUB) TO WS-ACH-ED-AMOUNT
               MOVE WS-DSP-SEQ (WS-DSP-SUB) TO WS-ACH-DEPOSIT-SEQ
               PERFORM SET-ACH-TRACE-NUMBER
               WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL-FORMATTED
               PERFORM WRITE-ACH-ISSUE-RECORD
               ADD 1 TO WS-ACH-ENTRY-COUNT
               ADD WS-DSP-AMOUNT (WS-DSP-SUB) TO WS-ACH-TOTAL-CREDIT
           END-IF.

      ******************************************************************
      * SET-ACH-TRACE-NUMBER: STAMPS THE NEXT SEQUENTIAL TRACE NUMBER  *
      * ON THE STAGED ENTRY DETAIL RECORD. THE SEQUENCE CONTINUES      *
           MOVE WS-ACH-ED-INDIVIDUAL-ID TO AIL-INDIVIDUAL-ID.
           MOVE WS-ACH-ED-TRANS-CODE TO AIL-TRANS-CODE.
           MOVE WS-ACH-ED-AMOUNT TO AIL-AMOUNT.
           MOVE WS-ACH-DEPOSIT-SEQ TO AIL-DEPOSIT-SEQ.
           MOVE WS-ACH-ED-RECEIVING-DFI TO AIL-RECEIVING-DFI.
           MOVE WS-ACH-ED-CHECK-DIGIT TO AIL-CHECK-DIGIT.
           MOVE WS-ACH-ED-DFI-ACCT-NUM TO AIL-DFI-ACCOUNT.
           WRITE ACH-ISSUE-RECORD.

      ******************************************************************
