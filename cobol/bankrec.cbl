      *                   ONLY LEDGERS GROW PAST THE TABLE SIZE. A     *
      *                   STATEMENT ITEM FOR AN ALREADY-SETTLED        *
      *                   PAYMENT REPORTS DUP-SETTLED.                 *
      *   2026-10-15  DL  A CHECK STALECHK HAS STALE-VOIDED (SV ROW)   *
      *                   IS FLAGGED VOID LIKE A VD, SO IT DROPS OFF   *
      *                   THE OUTSTANDING LIST AND REPORTS PAID-       *
      *                   VOIDED IF THE BANK PAYS IT ANYWAY.           *
      *   2026-10-15  DL  A SPLIT DIRECT DEPOSIT IS SEVERAL ENTRIES,   *
      *                   EACH WITH ITS OWN TRACE, AND EACH IS MATCHED *
      *                   ON ITS OWN. EVERY ACH LINE NOW SHOWS THE     *
      *                   LAST FOUR OF THE ACCOUNT THE ENTRY WENT TO,  *
      *                   SO A PIECE THAT DID NOT SETTLE NAMES ITS     *
      *                   ACCOUNT, AND THE REPORT FOOTS THE CLEARED    *
      *                   AND OUTSTANDING AMOUNTS FOR ACH AND CHECKS.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      * ROW ON THE LOG MARKS ITS ENTRY SETTLED, AND A SETTLED SLOT    *
      * IS REUSED FOR LATER ISSUES, SO THE TABLE ONLY EVER HOLDS      *
      * WHAT IS STILL OPEN PLUS THE SETTLED ROWS NOT YET REUSED.      *
      * WS-AET-ACCT-TAIL IS THE LAST FOUR OF THE ACCOUNT THE ENTRY    *
      * WENT TO (SPACES ON A ROW LOGGED BEFORE THE ACCOUNT WAS), SO    *
      * THE PIECES OF A SPLIT DEPOSIT CAN BE TOLD APART.              *
      * MORE OPEN ENTRIES THAN THE TABLE HOLDS STILL FAILS THE RUN    *
      * OUTRIGHT - AN UNTRACKED ENTRY IS EXACTLY WHAT THIS PROGRAM    *
      * EXISTS TO CATCH.                                              *
               10  WS-AET-AMOUNT       PIC 9(10)V99.
               10  WS-AET-MATCHED-FLAG PIC X(1).
               10  WS-AET-SETTLED-FLAG PIC X(1).
               10  WS-AET-ACCT-TAIL    PIC X(4).

       01  WS-AET-SUB                  PIC 9(4).
       01  WS-AET-FOUND-SUB            PIC 9(4).
       01  WS-AET-FREE-SUB             PIC 9(4).
       01  WS-ACCT-LENGTH              PIC 9(2).

      * THE LIVE CHECKS OFF THE REGISTER - ISSUED OR REISSUED, WITH   *
      * THE VOID FLAG SET ONCE A VD RECORD KILLS THE NUMBER AND THE   *
           05  WS-DISCREPANCY-COUNT    PIC 9(5) VALUE 0.
           05  WS-OUTSTANDING-COUNT    PIC 9(5) VALUE 0.

      * THE MONEY SIDE OF THE RECONCILIATION BY PAYMENT TYPE: WHAT    *
      * CLEARED THIS RUN AND WHAT IS STILL OUT, SO THE REPORT FOOTS   *
      * TO THE STATEMENT'S TOTAL AND TO THE OPEN ITEMS LISTED.        *
       01  WS-AMOUNT-TOTALS.
           05  WS-ACH-CLEARED-AMOUNT   PIC 9(12)V99 VALUE 0.
           05  WS-ACH-OUTSTANDING-AMOUNT PIC 9(12)V99 VALUE 0.
           05  WS-CHK-CLEARED-AMOUNT   PIC 9(12)V99 VALUE 0.
           05  WS-CHK-OUTSTANDING-AMOUNT PIC 9(12)V99 VALUE 0.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-FLAGS.
      * ONE LINE PER STATEMENT ITEM OR LEFTOVER ISSUED PAYMENT: THE   *
      * DISPOSITION, THE PAYMENT TYPE, THE TRACE OR CHECK NUMBER IT   *
      * WAS MATCHED ON, WHO IT PAYS, AND THE ISSUED AND PAID          *
      * AMOUNTS SIDE BY SIDE SO A MISMATCH READS OFF THE LINE. AN ACH *
      * LINE ENDS WITH THE LAST FOUR OF THE ACCOUNT THE ENTRY WENT TO. *
       01  WS-REPORT-LINE-FORMATTED.
           05  WS-RPT-DISPOSITION      PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-ISSUED-AMOUNT    PIC Z(9)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-PAID-AMOUNT      PIC Z(9)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-ACCT-MASK        PIC X(4) VALUE SPACES.
           05  WS-RPT-ACCT-TAIL        PIC X(4) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(9)
           05  WS-RPT-TOT-OUTSTANDING  PIC ZZZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-REPORT-AMOUNT-LINE.
           05  WS-RPT-AMT-TYPE         PIC X(3).
           05  FILLER                  PIC X(9)
                   VALUE ' CLEARED '.
           05  WS-RPT-AMT-CLEARED      PIC Z(11)9.99.
           05  FILLER                  PIC X(13)
                   VALUE ' OUTSTANDING '.
           05  WS-RPT-AMT-OUTSTANDING  PIC Z(11)9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      ******************************************************************
      * ADD-ACH-ENTRY-TO-TABLE: TABLES ONE ISSUED ENTRY, REUSING THE   *
      * FIRST SETTLED SLOT WHEN THERE IS ONE SO SETTLED HISTORY        *
      * NEVER CROWDS OUT OPEN ENTRIES. THE LAST FOUR OF THE ACCOUNT    *
      * IS KEPT SO EACH PIECE OF A SPLIT DEPOSIT REPORTS BY ACCOUNT.   *
      ******************************************************************
       ADD-ACH-ENTRY-TO-TABLE.
           MOVE 0 TO WS-AET-FREE-SUB.
                   TO WS-AET-EMPLOYEE-ID (WS-AET-FREE-SUB)
               MOVE AIL-AMOUNT
                   TO WS-AET-AMOUNT (WS-AET-FREE-SUB)
               MOVE SPACES TO WS-AET-ACCT-TAIL (WS-AET-FREE-SUB)
               MOVE 0 TO WS-ACCT-LENGTH
               INSPECT AIL-DFI-ACCOUNT TALLYING WS-ACCT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ACCT-LENGTH >= 4
                   MOVE AIL-DFI-ACCOUNT (WS-ACCT-LENGTH - 3:4)
                       TO WS-AET-ACCT-TAIL (WS-AET-FREE-SUB)
               END-IF
               MOVE SPACE TO WS-AET-MATCHED-FLAG (WS-AET-FREE-SUB)
               MOVE SPACE TO WS-AET-SETTLED-FLAG (WS-AET-FREE-SUB)
           END-IF.
                   WHEN 'RI'
                       PERFORM ADD-CHECK-TO-TABLE
                   WHEN 'VD'
                   WHEN 'SV'
                       PERFORM FLAG-VOIDED-CHECK
                   WHEN 'CL'
                       PERFORM RETIRE-CLEARED-CHECK
           END-PERFORM.

      ******************************************************************
      * FLAG-VOIDED-CHECK: MARKS THE CHECK A VD (OR STALE-DATED SV)    *
      * REGISTER RECORD VOIDS. THE ROW STAYS IN THE TABLE - A VOIDED   *
      * CHECK THE BANK PAYS ANYWAY IS THE LOUDEST DISCREPANCY THERE    *
      * IS.                                                            *
      ******************************************************************
       FLAG-VOIDED-CHECK.
           PERFORM VARYING WS-CKT-SUB FROM 1 BY 1
                   TO WS-RPT-EMPLOYEE-ID
               MOVE WS-AET-AMOUNT (WS-AET-FOUND-SUB)
                   TO WS-RPT-ISSUED-AMOUNT
               MOVE WS-AET-ACCT-TAIL (WS-AET-FOUND-SUB)
                   TO WS-RPT-ACCT-TAIL
               EVALUATE TRUE
                   WHEN WS-AET-SETTLED-FLAG (WS-AET-FOUND-SUB) = 'S'
                       MOVE 'DUP-SETTLED ' TO WS-RPT-DISPOSITION
                   WHEN OTHER
                       MOVE 'CLEARED     ' TO WS-RPT-DISPOSITION
                       ADD 1 TO WS-ITEMS-CLEARED
                       ADD WS-STM-AMOUNT TO WS-ACH-CLEARED-AMOUNT
                       MOVE 'S' TO
                           WS-AET-SETTLED-FLAG (WS-AET-FOUND-SUB)
                       PERFORM APPEND-ACH-SETTLEMENT
               TO AIL-INDIVIDUAL-ID.
           MOVE SPACES TO AIL-TRANS-CODE.
           MOVE WS-STM-AMOUNT TO AIL-AMOUNT.
           MOVE 0 TO AIL-DEPOSIT-SEQ.
           MOVE SPACES TO AIL-RECEIVING-DFI.
           MOVE SPACES TO AIL-CHECK-DIGIT.
           MOVE SPACES TO AIL-DFI-ACCOUNT.
           WRITE ACH-ISSUE-RECORD.

      ******************************************************************
                   WHEN OTHER
                       MOVE 'CLEARED     ' TO WS-RPT-DISPOSITION
                       ADD 1 TO WS-ITEMS-CLEARED
                       ADD WS-STM-AMOUNT TO WS-CHK-CLEARED-AMOUNT
                       MOVE 'S' TO
                           WS-CKT-SETTLED-FLAG (WS-CKT-FOUND-SUB)
                       PERFORM APPEND-CHECK-CLEARED
                   TO WS-RPT-EMPLOYEE-ID
               MOVE WS-AET-AMOUNT (WS-AET-SUB)
                   TO WS-RPT-ISSUED-AMOUNT
               MOVE WS-AET-ACCT-TAIL (WS-AET-SUB) TO WS-RPT-ACCT-TAIL
               MOVE 0 TO WS-RPT-PAID-AMOUNT
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD WS-AET-AMOUNT (WS-AET-SUB)
                   TO WS-ACH-OUTSTANDING-AMOUNT
               PERFORM WRITE-REPORT-LINE
           END-IF.

                   TO WS-RPT-ISSUED-AMOUNT
               MOVE 0 TO WS-RPT-PAID-AMOUNT
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD WS-CKT-AMOUNT (WS-CKT-SUB)
                   TO WS-CHK-OUTSTANDING-AMOUNT
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * WRITE-REPORT-LINE: WRITES ONE ITEM'S DISPOSITION TO THE        *
      * RECONCILIATION REPORT. AN ACCOUNT TAIL STAGED FOR AN ACH LINE  *
      * IS SHOWN MASKED AND CLEARED AGAIN SO IT NEVER CARRIES ONTO     *
      * THE NEXT LINE.                                                 *
      ******************************************************************
       WRITE-REPORT-LINE.
           IF WS-RPT-ACCT-TAIL NOT = SPACES
               MOVE '****' TO WS-RPT-ACCT-MASK
           ELSE
               MOVE SPACES TO WS-RPT-ACCT-MASK
           END-IF.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE-FORMATTED.
           MOVE SPACES TO WS-RPT-ACCT-TAIL.

      ******************************************************************
      * WRITE-REPORT-TOTAL: WRITES THE CLEARED/DISCREPANCY/            *
      * OUTSTANDING COUNTS SO THE RECONCILIATION TIES OUT AGAINST      *
      * THE STATEMENT, THEN THE CLEARED AND OUTSTANDING AMOUNTS FOR    *
      * ACH ENTRIES (EVERY PIECE OF A SPLIT DEPOSIT COUNTED ON ITS     *
      * OWN) AND FOR CHECKS.                                           *
      ******************************************************************
       WRITE-REPORT-TOTAL.
           MOVE WS-ITEMS-READ TO WS-RPT-TOT-READ.
           MOVE WS-DISCREPANCY-COUNT TO WS-RPT-TOT-DISCREPANT.
           MOVE WS-OUTSTANDING-COUNT TO WS-RPT-TOT-OUTSTANDING.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
           MOVE 'ACH' TO WS-RPT-AMT-TYPE.
           MOVE WS-ACH-CLEARED-AMOUNT TO WS-RPT-AMT-CLEARED.
           MOVE WS-ACH-OUTSTANDING-AMOUNT TO WS-RPT-AMT-OUTSTANDING.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-AMOUNT-LINE.
           MOVE 'CHK' TO WS-RPT-AMT-TYPE.
           MOVE WS-CHK-CLEARED-AMOUNT TO WS-RPT-AMT-CLEARED.
           MOVE WS-CHK-OUTSTANDING-AMOUNT TO WS-RPT-AMT-OUTSTANDING.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-AMOUNT-LINE.
