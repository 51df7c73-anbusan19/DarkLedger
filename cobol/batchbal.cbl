      *                  THE TRAILER'S COUNT AND GROSS.                *
      *                - THE RUN-CONTROL COMPLETE EVENT'S FINAL        *
      *                  TOTALS AGAINST THE TRAILER.                   *
      *                - THE ACH BATCH CONTROL'S ENTRY COUNT, CREDITS  *
      *                  AND DEBITS AGAINST THE BATCH'S ROWS ON THE    *
      *                  ACH ISSUE LOG (data/achissue.dat), AND THE    *
      *                  NET PAY OF THE DT LINES PAID BY ACH AGAINST   *
      *                  THE CREDIT ENTRIES - EVERY PIECE OF A SPLIT   *
      *                  DEPOSIT INCLUDED.                             *
      *              EVERY FOOTING IS ONE LINE ON data/batchbal.rpt    *
      *              WITH EXPECTED NEXT TO ACTUAL, AND THE REPORT      *
      *              ENDS IN A ONE-LINE IN-BALANCE OR OUT-OF-BALANCE   *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-09-02  DL  INITIAL VERSION.                             *
      *   2026-10-15  DL  ADDED THE ACH ISSUE LOG FOOTINGS: A SPLIT    *
      *                   DIRECT DEPOSIT SENDS SEVERAL ENTRIES FOR ONE *
      *                   DT LINE, SO THE ENTRY COUNT, CREDITS AND     *
      *                   DEBITS ON THE BATCH CONTROL ARE PROVEN       *
      *                   AGAINST THE ISSUE LOG ROW BY ROW, AND THE    *
      *                   ACH-PAID NET PAY AGAINST THE SUM OF THE      *
      *                   CREDIT PIECES.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHBAL.
               ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ACH-ISSUE-FILE
               ASSIGN TO "data/achissue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-ISSUE-STATUS.
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO "data/batchbal.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       01  RUN-CONTROL-RECORD          PIC X(62).

       FD  ACH-ISSUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACH-ISSUE-RECORD.
           COPY ACHISSUE.

       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-DT-COUNT             PIC 9(7) VALUE 0.
           05  WS-DT-GROSS             PIC 9(12)V99 VALUE 0.
           05  WS-DT-NET               PIC 9(12)V99 VALUE 0.
           05  WS-DT-ACH-NET           PIC 9(12)V99 VALUE 0.

       01  WS-TRAILER-SUMS.
           05  WS-TRL-RECORD-COUNT     PIC 9(7) VALUE 0.
       01  WS-ACH-SUMS.
           05  WS-ACH-CONTROL-CREDIT   PIC 9(12)V99 VALUE 0.
           05  WS-ACH-CONTROL-DEBIT    PIC 9(12)V99 VALUE 0.
           05  WS-ACH-CONTROL-COUNT    PIC 9(7) VALUE 0.

      * THE BATCH'S 'IS' ROWS ON THE ACH ISSUE LOG - ONE PER ENTRY    *
      * SENT, SO ONE PER PIECE OF A SPLIT DEPOSIT.                    *
       01  WS-ISSUE-LOG-SUMS.
           05  WS-AIL-ENTRY-COUNT      PIC 9(7) VALUE 0.
           05  WS-AIL-CREDIT-TOTAL     PIC 9(12)V99 VALUE 0.
           05  WS-AIL-DEBIT-TOTAL      PIC 9(12)V99 VALUE 0.

       01  WS-GL-SUMS.
           05  WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
           05  WS-PAYHIST-STATUS       PIC XX.
           05  WS-REGISTER-STATUS      PIC XX.
           05  WS-RUN-CONTROL-STATUS   PIC XX.
           05  WS-ACH-ISSUE-STATUS     PIC XX.
           05  WS-BALANCE-REPORT-STATUS PIC XX.

      * THE GLACCTTB CHART OF ACCOUNTS, FOR FINDING WHICH GL ACCOUNT  *
               PERFORM SUM-PAY-HISTORY
               PERFORM SUM-CHECK-REGISTER
               PERFORM SUM-RUN-CONTROL
               PERFORM SUM-ACH-ISSUE-LOG
               PERFORM WRITE-TIE-OUT-REPORT
           END-IF.
           STOP RUN.
      ******************************************************************
      * SUM-OUTPUT-REPORT: ONE PASS OVER data/output.rpt - THE BH      *
      * ESTABLISHES WHICH BATCH IS BEING BALANCED, THE DT AND RV       *
      * LINES ARE COUNTED AND SUMMED (THE NET OF THOSE PAID BY ACH     *
      * ALSO ON ITS OWN), AND THE BT TRAILER'S CLAIMED TOTALS ARE      *
      * KEPT FOR THE FOOTINGS.                                         *
      ******************************************************************
       SUM-OUTPUT-REPORT.
           MOVE 'N' TO WS-EOF-FLAG.
                       ADD 1 TO WS-DT-COUNT
                       ADD WS-IN-GROSS-PAY TO WS-DT-GROSS
                       ADD WS-IN-NET-PAY TO WS-DT-NET
                       IF WS-IN-PAY-METHOD = 'A'
                           ADD WS-IN-NET-PAY TO WS-DT-ACH-NET
                       END-IF
                   WHEN 'BT'
                       MOVE 'Y' TO WS-CTX-TRAILER-SEEN
                       MOVE WS-IN-TRL-RECORD-COUNT
           END-IF.

      ******************************************************************
      * SUM-ACH-FILE: TAKES THE BATCH CONTROL ('8') RECORD'S ENTRY     *
      * COUNT AND CREDIT AND DEBIT TOTALS - WHAT THE BANK WILL BE      *
      * TOLD THE BATCH MOVES. NO ACH FILE MEANS NOTHING WENT BY ACH.   *
      ******************************************************************
       SUM-ACH-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
                   MOVE WS-ACH-BC-TOTAL-DEBIT
                       TO WS-ACH-CONTROL-DEBIT
               END-IF
               IF WS-ACH-BC-ENTRY-COUNT NUMERIC
                   MOVE WS-ACH-BC-ENTRY-COUNT
                       TO WS-ACH-CONTROL-COUNT
               END-IF
           END-IF.

      ******************************************************************
               MOVE WS-RC-TOTAL-NET TO WS-RC-NET
           END-IF.

      ******************************************************************
      * SUM-ACH-ISSUE-LOG: COUNTS AND SUMS THE 'IS' ROWS STAMPED WITH  *
      * THIS BATCH'S ID ON THE CUMULATIVE ACH ISSUE LOG - CREDITS      *
      * ('22') AND REVERSAL DEBITS ('27') APART. NO LOG MEANS NOTHING  *
      * WAS EVER SENT BY ACH.                                          *
      ******************************************************************
       SUM-ACH-ISSUE-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACH-ISSUE-FILE.
           IF WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM SUM-ONE-ISSUE-ROW
               UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-ACH-ISSUE-STATUS = '00'
                   OR WS-ACH-ISSUE-STATUS = '10'
               CLOSE ACH-ISSUE-FILE
           END-IF.

      ******************************************************************
      * SUM-ONE-ISSUE-ROW: READS ONE ISSUE LOG ROW AND, WHEN IT IS AN  *
      * 'IS' ROW OF THIS BATCH, COUNTS IT AND ADDS IT TO THE CREDIT OR *
      * DEBIT TOTAL.                                                   *
      ******************************************************************
       SUM-ONE-ISSUE-ROW.
           READ ACH-ISSUE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y' AND WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND AIL-RECORD-TYPE = 'IS'
                   AND AIL-BATCH-ID = WS-CTX-BATCH-ID
               ADD 1 TO WS-AIL-ENTRY-COUNT
               IF AIL-TRANS-CODE = '27'
                   ADD AIL-AMOUNT TO WS-AIL-DEBIT-TOTAL
               ELSE
                   ADD AIL-AMOUNT TO WS-AIL-CREDIT-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-TIE-OUT-REPORT: FOOTS EVERYTHING AGAINST EVERYTHING      *
      * AND WRITES THE ONE-PAGE TIE-OUT. EVERY LINE SHOWS EXPECTED     *
           MOVE WS-COMBINED-PAYMENT-TOTAL TO WS-CMP-ACTUAL.
           PERFORM WRITE-MONEY-FOOTING.

      * THE ACH FILE AGAINST THE ISSUE LOG, ENTRY FOR ENTRY, THEN THE *
      * NET PAY OF EVERY DT LINE PAID BY ACH AGAINST THE CREDIT       *
      * ENTRIES - A SPLIT DEPOSIT'S PIECES MUST ADD BACK UP TO THE    *
      * NET PAY THEY WERE CUT FROM.                                   *
           MOVE 'ACH ENTRIES VS ISSUE LOG    ' TO WS-CNT-LABEL.
           MOVE WS-ACH-CONTROL-COUNT TO WS-CMP-EXPECTED.
           MOVE WS-AIL-ENTRY-COUNT TO WS-CMP-ACTUAL.
           PERFORM WRITE-COUNT-FOOTING.

           MOVE 'ACH CREDITS VS ISSUE LOG    ' TO WS-MNY-LABEL.
           MOVE WS-ACH-CONTROL-CREDIT TO WS-CMP-EXPECTED.
           MOVE WS-AIL-CREDIT-TOTAL TO WS-CMP-ACTUAL.
           PERFORM WRITE-MONEY-FOOTING.

           MOVE 'ACH DEBITS VS ISSUE LOG     ' TO WS-MNY-LABEL.
           MOVE WS-ACH-CONTROL-DEBIT TO WS-CMP-EXPECTED.
           MOVE WS-AIL-DEBIT-TOTAL TO WS-CMP-ACTUAL.
           PERFORM WRITE-MONEY-FOOTING.

           MOVE 'ACH-PAID NET VS DEPOSITS    ' TO WS-MNY-LABEL.
           MOVE WS-DT-ACH-NET TO WS-CMP-EXPECTED.
           MOVE WS-AIL-CREDIT-TOTAL TO WS-CMP-ACTUAL.
           PERFORM WRITE-MONEY-FOOTING.

           MOVE 'GL DEBITS VS CREDITS        ' TO WS-MNY-LABEL.
           MOVE WS-GL-DEBIT-TOTAL TO WS-CMP-EXPECTED.
           MOVE WS-GL-CREDIT-TOTAL TO WS-CMP-ACTUAL.
