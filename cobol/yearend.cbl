      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-09-02  DL  INITIAL VERSION.                             *
      *   2026-10-15  DL  MASTER ARCHIVE IMAGE WIDENED TO THE 282-BYTE *
      *                   MASTER. EMPLOYMENT STATUS, HIRE AND TERM     *
      *                   DATES STAND ACROSS THE CLOSE; THE NEW YTD    *
      *                   PRE-TAX PREMIUM ACCUMULATOR IS ZEROED WITH   *
      *                   THE OTHER YTD FIGURES.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
       FD  MASTER-ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MASTER-ARCHIVE-RECORD       PIC X(288).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F

      * ONE ARCHIVED MASTER RECORD: THE CLOSING YEAR, A RECORD TYPE   *
      * ('EM' EMPLOYEE MASTER IMAGE, 'CT' CONTROL TOTAL), AND THE     *
      * 282-BYTE MASTER IMAGE AS IT STOOD AT CLOSE. THE PAY-HISTORY   *
      * ARCHIVE USES THE SAME SHAPE AROUND THE 114-BYTE PAYHIST       *
      * RECORD ('PH' AND 'CT').                                       *
       01  WS-MASTER-ARCHIVE-FORMATTED.
           05  WS-MAR-YEAR             PIC 9(4).
           05  WS-MAR-RECORD-TYPE      PIC X(2).
           05  WS-MAR-IMAGE            PIC X(282).

       01  WS-HISTORY-ARCHIVE-FORMATTED.
           05  WS-HAR-YEAR             PIC 9(4).
           05  WS-ACT-RECORD-COUNT     PIC 9(7).
           05  WS-ACT-TOTAL-GROSS      PIC 9(12)V99.
           05  WS-ACT-TOTAL-NET        PIC 9(12)V99.
           05  FILLER                  PIC X(247) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-EMPLOYEES-CLOSED     PIC 9(7) VALUE 0.
           MOVE 0 TO MST-YTD-NET-PAY.
           MOVE 0 TO MST-YTD-401K-DED.
           MOVE 0 TO MST-YTD-401K-MATCH.
           MOVE 0 TO MST-YTD-PRETAX-PREMIUM.
           MOVE WS-RUN-DATE TO MST-LAST-UPDATE-DATE.
           REWRITE EMPLOYEE-MASTER-RECORD.

           MOVE WS-EMPLOYEES-CLOSED TO WS-ACT-RECORD-COUNT.
           MOVE WS-CLOSED-TOTAL-GROSS TO WS-ACT-TOTAL-GROSS.
           MOVE WS-CLOSED-TOTAL-NET TO WS-ACT-TOTAL-NET.
           MOVE WS-ARCHIVE-CONTROL-TOTALS (1:282) TO WS-MAR-IMAGE.
           WRITE MASTER-ARCHIVE-RECORD
               FROM WS-MASTER-ARCHIVE-FORMATTED.

