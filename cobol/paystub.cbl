      *              EARNINGS STATEMENT PER EMPLOYEE IN data/stubs.rpt *
      *              SO AN EMPLOYEE WHO SEES A BANK DEPOSIT CAN SEE    *
      *              WHAT PERIOD IT COVERS AND HOW IT WAS MADE UP.     *
      *              THE BATCH'S CREDIT ROWS ON data/achissue.dat      *
      *              SHOW WHICH ACCOUNT(S) THE NET PAY WENT TO.        *
      *              RV REVERSAL LINES AND BT TRAILERS ARE PASSED      *
      *              OVER - STUBS ARE FOR PAYCHECKS, NOT BACKOUTS.     *
      *                                                                *
      *   2026-09-02  DL  THE EMPLOYER'S 401K MATCH NOW SHOWS UNDER    *
      *                   THE EMPLOYEE'S OWN 401K LINE - INFORMATION   *
      *                   ONLY, IT IS NOT PART OF THE CHECK'S MATH.    *
      *   2026-10-15  DL  A FINAL-PAY DT LINE (STATUS 'FP') IS MARKED  *
      *                   FINAL PAY ON THE PERIOD LINE, AND ITS        *
      *                   VACATION PAYOUT SHOWS AS A SUPPLEMENTAL      *
      *                   EARNINGS LINE LIKE ANY OTHER.                *
      *   2026-10-15  DL  AN OFF-CYCLE DT LINE (STATUS 'OC') IS MARKED *
      *                   OFF-CYCLE ON THE PERIOD LINE.                *
      *   2026-10-15  DL  THE STUB NOW SHOWS WHERE THE NET PAY WENT:   *
      *                   ONE LINE PER DEPOSIT (LAST FOUR OF THE       *
      *                   ACCOUNT, ROUTING NUMBER, AND AMOUNT) TAKEN   *
      *                   FROM THE BATCH'S CREDIT ROWS ON THE ACH      *
      *                   ISSUE LOG, SO EACH PIECE OF A SPLIT DEPOSIT  *
      *                   IS LISTED, OR A PAPER CHECK LINE.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTUB.
               ASSIGN TO "data/stubs.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
           SELECT ACH-ISSUE-FILE
               ASSIGN TO "data/achissue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-ISSUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  STUB-RECORD                 PIC X(57).

       FD  ACH-ISSUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACH-ISSUE-RECORD.
           COPY ACHISSUE.

       WORKING-STORAGE SECTION.
      * ONE LINE OF data/output.rpt. THE RECORD TYPE IN THE FIRST TWO *
      * BYTES SAYS WHICH OVERLAY APPLIES: BH CARRIES THE BATCH ID AND *
       01  WS-COUNTERS.
           05  WS-STUBS-WRITTEN        PIC 9(5) VALUE 0.

      * EVERY CREDIT ENTRY THE BATCH SENT, TABLED FROM THE ACH ISSUE  *
      * LOG BY LOAD-BATCH-DEPOSITS WHEN THE BH LINE NAMES THE BATCH,  *
      * IN THE ORDER PAYROLL ISSUED THEM - ONE ROW PER PIECE OF A     *
      * SPLIT DEPOSIT. WS-DEP-ACCT-TAIL IS THE LAST FOUR OF THE       *
      * ACCOUNT; THE FULL NUMBER NEVER GOES ON A STUB.                *
       01  WS-DEPOSIT-TABLE.
           05  WS-DEP-COUNT            PIC 9(4) VALUE 0.
           05  WS-DEP-ENTRY OCCURS 2000 TIMES.
               10  WS-DEP-EMPLOYEE-ID  PIC X(10).
               10  WS-DEP-ROUTING      PIC X(08).
               10  WS-DEP-ACCT-TAIL    PIC X(04).
               10  WS-DEP-AMOUNT       PIC 9(10)V99.

       01  WS-DEP-SUB                  PIC 9(4).
       01  WS-DEP-LINES-WRITTEN        PIC 9(4).
       01  WS-ACCT-LENGTH              PIC 9(2).

      * THE YTD COLUMN OF THE STUB, STAGED FROM THE MASTER BY         *
      * LOOKUP-EMPLOYEE-YTD. WRITE-STUB READS ONLY THESE, NEVER THE   *
      * FILE'S RECORD AREA - A RECORD AREA IS ONLY ADDRESSABLE WHILE  *
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.
           05  WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-MASTER-IS-OPEN        VALUE 'Y'.
           05  WS-ISSUE-EOF-FLAG       PIC X VALUE 'N'.
           05  WS-DEP-TABLE-FULL-FLAG  PIC X VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REPORT-IN-STATUS     PIC XX.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-STUB-STATUS          PIC XX.
           05  WS-ACH-ISSUE-STATUS     PIC XX.

       01  WS-STUB-TITLE-LINE.
           05  FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
           05  FILLER                  PIC X(13)
                   VALUE '  CHECK DATE '.
           05  WS-STB-CHECK-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-STB-RUN-KIND         PIC X(09).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-STUB-NAME-LINE.
           05  WS-STB-NAME             PIC X(30).
           05  WS-STB-ZIP              PIC X(09).
           05  FILLER                  PIC X(24) VALUE SPACES.

      * ONE LINE PER DEPOSIT BELOW NET PAY: THE MASKED ACCOUNT, THE   *
      * AMOUNT THAT WENT TO IT, AND ITS ROUTING NUMBER. A CHECK-PAID  *
      * DT LINE GETS ONE 'PAID BY CHECK' LINE INSTEAD.                *
       01  WS-STUB-DEPOSIT-LINE.
           05  WS-STB-DEP-LABEL        PIC X(05).
           05  WS-STB-DEP-MASK         PIC X(04).
           05  WS-STB-DEP-ACCT-TAIL    PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STB-DEP-AMOUNT       PIC Z(9)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-STB-DEP-RTE-LABEL    PIC X(08).
           05  WS-STB-DEP-ROUTING      PIC X(08).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-STUB-BLANK-LINE          PIC X(57) VALUE SPACES.

       01  WS-STUB-TOTAL-LINE.

      ******************************************************************
      * PROCESS-REPORT-LINE: A BH LINE ESTABLISHES THE BATCH ID AND    *
      * RUN DATE FOR THE STUBS THAT FOLLOW AND TABLES THE BATCH'S      *
      * DEPOSITS; A DT LINE PRODUCES ONE                               *
      * STUB. EVERYTHING ELSE (RV REVERSALS, BT TRAILERS) PASSES       *
      * THROUGH UNTOUCHED.                                             *
      ******************************************************************
               WHEN 'BH'
                   MOVE WS-IN-HDR-BATCH-ID TO WS-CTX-BATCH-ID
                   MOVE WS-IN-HDR-RUN-DATE TO WS-CTX-RUN-DATE
                   PERFORM LOAD-BATCH-DEPOSITS
               WHEN 'DT'
                   PERFORM LOOKUP-EMPLOYEE-YTD
                   PERFORM WRITE-STUB
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * LOAD-BATCH-DEPOSITS: TABLES THE BATCH'S CREDIT ('22') 'IS'     *
      * ROWS OFF THE CUMULATIVE ACH ISSUE LOG. NO LOG SIMPLY MEANS NO  *
      * DEPOSIT LINES ON THE STUBS. A BATCH WITH MORE ENTRIES THAN THE *
      * TABLE HOLDS IS TOLD TO THE OPERATOR - STUBS PAST THAT POINT    *
      * GO OUT WITHOUT THEIR DEPOSIT LINES RATHER THAN NOT AT ALL.     *
      ******************************************************************
       LOAD-BATCH-DEPOSITS.
           MOVE 0 TO WS-DEP-COUNT.
           MOVE 'N' TO WS-DEP-TABLE-FULL-FLAG.
           MOVE 'N' TO WS-ISSUE-EOF-FLAG.
           OPEN INPUT ACH-ISSUE-FILE.
           IF WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ISSUE-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-DEPOSIT
               UNTIL WS-ISSUE-EOF-FLAG = 'Y'.
           IF WS-ACH-ISSUE-STATUS = '00'
                   OR WS-ACH-ISSUE-STATUS = '10'
               CLOSE ACH-ISSUE-FILE
           END-IF.
           IF WS-DEP-TABLE-FULL-FLAG = 'Y'
               DISPLAY 'PAYSTUB: BATCH ' WS-CTX-BATCH-ID
                   ' HAS MORE DEPOSITS THAN THE TABLE HOLDS -'
               DISPLAY 'SOME STUBS GO OUT WITHOUT DEPOSIT LINES.'
           END-IF.

      ******************************************************************
      * LOAD-ONE-DEPOSIT: READS ONE ISSUE LOG ROW AND TABLES IT WHEN   *
      * IT IS A CREDIT THIS BATCH ISSUED, KEEPING ONLY THE LAST FOUR   *
      * OF THE ACCOUNT.                                                *
      ******************************************************************
       LOAD-ONE-DEPOSIT.
           READ ACH-ISSUE-FILE
               AT END
                   MOVE 'Y' TO WS-ISSUE-EOF-FLAG
           END-READ.
           IF WS-ISSUE-EOF-FLAG NOT = 'Y'
                   AND WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ISSUE-EOF-FLAG
           END-IF.
           IF WS-ISSUE-EOF-FLAG NOT = 'Y'
                   AND AIL-RECORD-TYPE = 'IS'
                   AND AIL-TRANS-CODE = '22'
                   AND AIL-BATCH-ID = WS-CTX-BATCH-ID
               IF WS-DEP-COUNT < 2000
                   ADD 1 TO WS-DEP-COUNT
                   MOVE AIL-INDIVIDUAL-ID
                       TO WS-DEP-EMPLOYEE-ID (WS-DEP-COUNT)
                   MOVE AIL-RECEIVING-DFI
                       TO WS-DEP-ROUTING (WS-DEP-COUNT)
                   MOVE AIL-AMOUNT TO WS-DEP-AMOUNT (WS-DEP-COUNT)
                   MOVE SPACES TO WS-DEP-ACCT-TAIL (WS-DEP-COUNT)
                   MOVE 0 TO WS-ACCT-LENGTH
                   INSPECT AIL-DFI-ACCOUNT TALLYING WS-ACCT-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-ACCT-LENGTH >= 4
                       MOVE AIL-DFI-ACCOUNT (WS-ACCT-LENGTH - 3:4)
                           TO WS-DEP-ACCT-TAIL (WS-DEP-COUNT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-DEP-TABLE-FULL-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * LOOKUP-EMPLOYEE-YTD: READS THE EMPLOYEE'S MASTER RECORD AND    *
      * STAGES THE YTD FIGURES FOR THE STUB'S RIGHT-HAND COLUMN. AN    *

           MOVE WS-IN-PERIOD TO WS-STB-PERIOD.
           MOVE WS-IN-CHECK-DATE TO WS-STB-CHECK-DATE.
           IF WS-IN-STATUS = 'FP'
               MOVE 'FINAL PAY' TO WS-STB-RUN-KIND
           ELSE
               IF WS-IN-STATUS = 'OC'
                   MOVE 'OFF-CYCLE' TO WS-STB-RUN-KIND
               ELSE
                   MOVE SPACES TO WS-STB-RUN-KIND
               END-IF
           END-IF.
           WRITE STUB-RECORD FROM WS-STUB-PERIOD-LINE.

           MOVE WS-EMP-NAME TO WS-STB-NAME.
           MOVE WS-YTD-NET-PAY TO WS-STB-RIGHT-AMOUNT.
           WRITE STUB-RECORD FROM WS-STUB-BODY-LINE.

      * WHERE THE NET PAY WENT: EVERY DEPOSIT THE BATCH SENT THIS     *
      * EMPLOYEE, OR THE PAPER CHECK. A DEPOSIT THE ISSUE LOG DOES    *
      * NOT SHOW STILL GETS A PLAIN 'DEPOSITED' LINE FOR THE NET.     *
           IF WS-IN-PAY-METHOD = 'A'
               MOVE 0 TO WS-DEP-LINES-WRITTEN
               PERFORM WRITE-DEPOSIT-LINE
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-LINES-WRITTEN = 0
                   MOVE 'DEPOS' TO WS-STB-DEP-LABEL
                   MOVE 'ITED' TO WS-STB-DEP-MASK
                   MOVE SPACES TO WS-STB-DEP-ACCT-TAIL
                   MOVE WS-IN-NET-PAY TO WS-STB-DEP-AMOUNT
                   MOVE SPACES TO WS-STB-DEP-RTE-LABEL
                   MOVE SPACES TO WS-STB-DEP-ROUTING
                   WRITE STUB-RECORD FROM WS-STUB-DEPOSIT-LINE
               END-IF
           ELSE
               MOVE 'PAID ' TO WS-STB-DEP-LABEL
               MOVE 'BY C' TO WS-STB-DEP-MASK
               MOVE 'HECK' TO WS-STB-DEP-ACCT-TAIL
               MOVE WS-IN-NET-PAY TO WS-STB-DEP-AMOUNT
               MOVE SPACES TO WS-STB-DEP-RTE-LABEL
               MOVE SPACES TO WS-STB-DEP-ROUTING
               WRITE STUB-RECORD FROM WS-STUB-DEPOSIT-LINE
           END-IF.

      * THE LEAVE BALANCES ARE HOURS, NOT MONEY, SHOWN SIDE BY SIDE  *
      * ON ONE LINE AT THE FOOT OF THE STUB.                         *
           MOVE 'VAC BAL HRS   ' TO WS-STB-LEFT-LABEL.
               WRITE STUB-RECORD FROM WS-STUB-BODY-LINE
           END-IF.

      ******************************************************************
      * WRITE-DEPOSIT-LINE: WRITES ONE DEPOSIT LINE OF THE STUB WHEN   *
      * THE TABLED DEPOSIT BELONGS TO THIS EMPLOYEE - ONE LINE PER     *
      * PIECE OF A SPLIT, IN THE ORDER THE PIECES WERE SENT.           *
      ******************************************************************
       WRITE-DEPOSIT-LINE.
           IF WS-DEP-EMPLOYEE-ID (WS-DEP-SUB) = WS-IN-EMPLOYEE-ID
               MOVE 'ACCT ' TO WS-STB-DEP-LABEL
               MOVE '****' TO WS-STB-DEP-MASK
               MOVE WS-DEP-ACCT-TAIL (WS-DEP-SUB)
                   TO WS-STB-DEP-ACCT-TAIL
               MOVE WS-DEP-AMOUNT (WS-DEP-SUB) TO WS-STB-DEP-AMOUNT
               MOVE 'ROUTING ' TO WS-STB-DEP-RTE-LABEL
               MOVE WS-DEP-ROUTING (WS-DEP-SUB) TO WS-STB-DEP-ROUTING
               WRITE STUB-RECORD FROM WS-STUB-DEPOSIT-LINE
               ADD 1 TO WS-DEP-LINES-WRITTEN
           END-IF.

      ******************************************************************
      * WRITE-STUB-TOTAL: WRITES THE STUB COUNT SO THE RUN CAN BE      *
      * TIED OUT AGAINST THE BATCH'S DT RECORD COUNT.                  *
