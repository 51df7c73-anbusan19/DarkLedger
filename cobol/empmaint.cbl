      *                         AND MAILING ADDRESS. EMPLOYEE MUST     *
      *                         EXIST; THE SSN MUST PASS FORMAT        *
      *                         VALIDATION.                            *
      *                STATUS - SET THE EMPLOYEE'S EMPLOYMENT STATUS   *
      *                         (A ACTIVE, L LEAVE, T TERMINATED) AND  *
      *                         HIRE/TERM DATES. EMPLOYEE MUST EXIST;  *
      *                         A TERMINATION MUST CARRY A VALID TERM  *
      *                         DATE NO EARLIER THAN THE HIRE DATE.    *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-03-30  DL  INITIAL VERSION.                             *
      *                   AUDIT IMAGES WIDEN TO THE 253-BYTE MASTER.   *
      *                   THOSE ACCUMULATORS ARE PAYROLL'S TO          *
      *                   MAINTAIN, LIKE THE LEAVE BALANCES.           *
      *   2026-10-15  DL  ADDED THE STATUS ACTION AND THE EMPLOYMENT   *
      *                   STATUS, HIRE DATE, AND TERM DATE FIELDS ON   *
      *                   THE TRANSACTION AND THE MASTER. STATUS T     *
      *                   REQUIRES A VALID TERM DATE NOT BEFORE THE    *
      *                   HIRE DATE; STATUS A OR L CLEARS IT (A        *
      *                   REHIRE OR RETURN FROM LEAVE). ADD TAKES THE  *
      *                   SAME FIELDS, DEFAULTING TO ACTIVE.           *
      *   2026-10-15  DL  THE AUDIT FILE IS NOW APPENDED TO (EXTEND)   *
      *                   INSTEAD OF RECREATED EACH RUN, SO IT HOLDS   *
      *                   EVERY CORRECTION OF THE YEAR - YTDRECON      *
      *                   NETS THEM AGAINST THE PAY HISTORY WHEN IT    *
      *                   PROVES THE MASTER'S YTD FIGURES.             *
      *   2026-10-15  DL  ADD ZEROES THE NEW YTD PRE-TAX PREMIUM       *
      *                   ACCUMULATOR, PAYROLL'S TO MAINTAIN. THE      *
      *                   AUDIT IMAGES WIDEN TO THE 282-BYTE MASTER    *
      *                   (STATUS, HIRE AND TERM DATES, AND THE        *
      *                   ACCUMULATOR).                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
       FD  MAINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MAINT-RECORD                PIC X(249).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD                PIC X(616).

       FD  REPORT-FILE
           RECORDING MODE IS F
      * ONE MAINTENANCE TRANSACTION. THE SIX AMOUNT FIELDS CARRY THE  *
      * NEW ABSOLUTE YTD FIGURES FOR ADD/CHANGE AND SIGNED DELTAS FOR *
      * ADJUST (LEADING +/- SIGN); DELETE AND DEMOG IGNORE THEM. THE  *
      * DEMOGRAPHIC FIELDS ARE READ BY ADD AND DEMOG, AND THE         *
      * EMPLOYMENT STATUS AND DATES AT THE END BY ADD AND STATUS;     *
      * EVERYTHING ELSE IGNORES THEM. WS-MNT-USER-ID AND              *
      * WS-MNT-REASON ARE WHO KEYED THE CHANGE AND WHY, AND FLOW      *
      * THROUGH TO THE AUDIT FILE AND THE REPORT UNTOUCHED.           *
       01  WS-MAINT-RECORD.
           05  WS-MNT-ACTION           PIC X(6).
               88  WS-MNT-ADD               VALUE 'ADD   '.
               88  WS-MNT-DELETE            VALUE 'DELETE'.
               88  WS-MNT-ADJUST            VALUE 'ADJUST'.
               88  WS-MNT-DEMOG             VALUE 'DEMOG '.
               88  WS-MNT-STATUS            VALUE 'STATUS'.
           05  WS-MNT-EMPLOYEE-ID      PIC X(10).
           05  WS-MNT-GROSS-PAY        PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-MNT-ADDR-CITY        PIC X(20).
           05  WS-MNT-ADDR-STATE       PIC X(2).
           05  WS-MNT-ADDR-ZIP         PIC X(9).
           05  WS-MNT-EMP-STATUS       PIC X(1).
               88  WS-MNT-STATUS-ACTIVE     VALUE 'A'.
               88  WS-MNT-STATUS-LEAVE      VALUE 'L'.
               88  WS-MNT-STATUS-TERMINATED VALUE 'T'.
           05  WS-MNT-HIRE-DATE        PIC X(8).
           05  WS-MNT-HIRE-DATE-N REDEFINES WS-MNT-HIRE-DATE
                                       PIC 9(8).
           05  WS-MNT-TERM-DATE        PIC X(8).
           05  WS-MNT-TERM-DATE-N REDEFINES WS-MNT-TERM-DATE
                                       PIC 9(8).

      * A DATE KEYED ON THE TRANSACTION, SPLIT SO CHECK-DATE-FORMAT   *
      * CAN TEST ITS PARTS, AND THE HIRE DATE A TERM DATE IS HELD TO  *
      * (THE ONE KEYED, ELSE THE ONE ALREADY ON THE MASTER).          *
       01  WS-DATE-CHECK.
           05  WS-DTC-DATE             PIC X(8).
           05  WS-DTC-SPLIT REDEFINES WS-DTC-DATE.
               10  WS-DTC-YEAR         PIC 9(4).
               10  WS-DTC-MONTH        PIC 9(2).
               10  WS-DTC-DAY          PIC 9(2).
           05  WS-DTC-HIRE-DATE        PIC 9(8).

      * SIGNED WORK COPIES OF THE YTD ACCUMULATORS SO AN ADJUST CAN   *
      * BE TRIED OUT AND CHECKED FOR A NEGATIVE RESULT BEFORE THE     *
           88  WS-REASON-BAD-AMOUNT        VALUE 'BAD-AMOUNT'.
           88  WS-REASON-BAD-SSN           VALUE 'BAD-SSN'.
           88  WS-REASON-MISSING-NAME      VALUE 'MISSING-NAME'.
           88  WS-REASON-BAD-STATUS        VALUE 'BAD-STATUS'.
           88  WS-REASON-BAD-HIRE-DATE     VALUE 'BAD-HIREDATE'.
           88  WS-REASON-BAD-TERM-DATE     VALUE 'BAD-TERMDATE'.

       01  WS-FILE-STATUS.
           05  WS-MAINT-STATUS         PIC XX.
           05  WS-AUD-RUN-DATE         PIC 9(8).
           05  WS-AUD-USER-ID          PIC X(8).
           05  WS-AUD-ACTION           PIC X(6).
           05  WS-AUD-BEFORE-IMAGE     PIC X(282).
           05  WS-AUD-AFTER-IMAGE      PIC X(282).
           05  WS-AUD-REASON           PIC X(30).

       01  WS-REPORT-LINE-FORMATTED.
      * OPEN-FILES: OPENS THE TRANSACTION, MASTER, AUDIT, AND REPORT   *
      * FILES. THE MASTER IS OPENED I-O THE SAME WAY PAYROLL DOES -    *
      * A MISSING FILE (STATUS '35') IS CREATED EMPTY FIRST, SO AN     *
      * ADD-ONLY BATCH CAN SEED A BRAND-NEW MASTER. THE AUDIT FILE IS  *
      * CUMULATIVE: EACH RUN APPENDS, AND THE FIRST RUN CREATES IT.    *
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT MAINT-FILE.
               CLOSE EMPLOYEE-MASTER-FILE
               OPEN I-O EMPLOYEE-MASTER-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

      ******************************************************************

           IF NOT WS-MNT-ADD AND NOT WS-MNT-CHANGE
                   AND NOT WS-MNT-DELETE AND NOT WS-MNT-ADJUST
                   AND NOT WS-MNT-DEMOG AND NOT WS-MNT-STATUS
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'BAD-ACTION' TO WS-VALIDATION-REASON
           END-IF.
               END-IF
           END-IF.

      * AN ADD KEYED WITHOUT A STATUS STARTS THE EMPLOYEE ACTIVE; A    *
      * STATUS ACTION MUST SAY WHICH STATUS IT IS SETTING.            *
           IF WS-VALID-FLAG = 'Y' AND WS-MNT-ADD
                   AND WS-MNT-EMP-STATUS = SPACE
               MOVE 'A' TO WS-MNT-EMP-STATUS
           END-IF.

           IF WS-VALID-FLAG = 'Y'
                   AND (WS-MNT-ADD OR WS-MNT-STATUS)
               PERFORM CHECK-STATUS-FIELDS
           END-IF.

      ******************************************************************
      * READ-MASTER-FOR-TRANSACTION: LOOKS THE EMPLOYEE UP ON THE      *
      * MASTER AND, WHEN FOUND, SAVES THE RECORD AS THE AUDIT BEFORE   *
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-STATUS-FIELDS: REJECTS A STATUS OTHER THAN A, L, OR T    *
      * (BAD-STATUS), A HIRE DATE KEYED BUT NOT A REAL DATE            *
      * (BAD-HIREDATE), AND A TERMINATION WHOSE TERM DATE IS MISSING,  *
      * NOT A REAL DATE, OR EARLIER THAN THE HIRE DATE (BAD-TERMDATE). *
      * A TERM DATE KEYED ON AN ACTIVE OR LEAVE STATUS IS ALSO         *
      * BAD-TERMDATE - THOSE STATUSES CLEAR IT, AND A CLERK WHO KEYED  *
      * ONE PROBABLY MEANT T. PAYROLL STOPS PAYING A TERMINATED        *
      * EMPLOYEE ON THE TERM DATE, SO IT HAS TO BE RIGHT.              *
      ******************************************************************
       CHECK-STATUS-FIELDS.
           IF NOT WS-MNT-STATUS-ACTIVE AND NOT WS-MNT-STATUS-LEAVE
                   AND NOT WS-MNT-STATUS-TERMINATED
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'BAD-STATUS' TO WS-VALIDATION-REASON
           END-IF.

           MOVE 0 TO WS-DTC-HIRE-DATE.
           IF WS-VALID-FLAG = 'Y' AND WS-MNT-HIRE-DATE NOT = SPACES
               MOVE WS-MNT-HIRE-DATE TO WS-DTC-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-VALID-FLAG = 'N'
                   MOVE 'BAD-HIREDATE' TO WS-VALIDATION-REASON
               ELSE
                   MOVE WS-MNT-HIRE-DATE-N TO WS-DTC-HIRE-DATE
               END-IF
           END-IF.
           IF WS-VALID-FLAG = 'Y' AND WS-MNT-HIRE-DATE = SPACES
                   AND WS-MNT-STATUS AND MST-HIRE-DATE NUMERIC
               MOVE MST-HIRE-DATE TO WS-DTC-HIRE-DATE
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-MNT-STATUS-TERMINATED
               MOVE WS-MNT-TERM-DATE TO WS-DTC-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-VALID-FLAG = 'Y'
                   IF WS-MNT-TERM-DATE-N < WS-DTC-HIRE-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               END-IF
               IF WS-VALID-FLAG = 'N'
                   MOVE 'BAD-TERMDATE' TO WS-VALIDATION-REASON
               END-IF
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND NOT WS-MNT-STATUS-TERMINATED
                   AND WS-MNT-TERM-DATE NOT = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'BAD-TERMDATE' TO WS-VALIDATION-REASON
           END-IF.

      ******************************************************************
      * CHECK-DATE-FORMAT: FAILS (VALID FLAG 'N') A YYYYMMDD DATE IN   *
      * WS-DTC-DATE THAT IS NOT ALL DIGITS OR WHOSE YEAR, MONTH, OR    *
      * DAY IS OUT OF RANGE. THE CALLER SETS THE REASON CODE.          *
      ******************************************************************
       CHECK-DATE-FORMAT.
           IF WS-DTC-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
           ELSE
               IF WS-DTC-YEAR < 1900
                       OR WS-DTC-MONTH < 1 OR WS-DTC-MONTH > 12
                       OR WS-DTC-DAY < 1 OR WS-DTC-DAY > 31
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * APPLY-TRANSACTION: APPLIES A VALIDATED TRANSACTION TO THE      *
      * MASTER. ADD WRITES A NEW RECORD, CHANGE REWRITES THE YTD       *
               EVALUATE TRUE
                   WHEN WS-MNT-DEMOG
                       PERFORM APPLY-DEMOGRAPHIC-FIELDS
                   WHEN WS-MNT-STATUS
                       PERFORM APPLY-STATUS-FIELDS
                   WHEN WS-MNT-ADJUST
                       MOVE WS-ADJ-GROSS-PAY TO MST-YTD-GROSS-PAY
                       MOVE WS-ADJ-FEDERAL-TAX TO MST-YTD-FEDERAL-TAX
                   MOVE 0 TO MST-SICK-BALANCE
                   MOVE 0 TO MST-YTD-401K-DED
                   MOVE 0 TO MST-YTD-401K-MATCH
                   MOVE 0 TO MST-YTD-PRETAX-PREMIUM
                   PERFORM APPLY-DEMOGRAPHIC-FIELDS
                   MOVE 0 TO MST-HIRE-DATE
                   PERFORM APPLY-STATUS-FIELDS
                   WRITE EMPLOYEE-MASTER-RECORD
               ELSE
                   REWRITE EMPLOYEE-MASTER-RECORD
           MOVE WS-MNT-ADDR-STATE TO MST-ADDR-STATE.
           MOVE WS-MNT-ADDR-ZIP TO MST-ADDR-ZIP.

      ******************************************************************
      * APPLY-STATUS-FIELDS: MOVES THE TRANSACTION'S EMPLOYMENT STATUS *
      * ONTO THE MASTER, WITH THE HIRE DATE WHEN ONE WAS KEYED. A      *
      * TERMINATION TAKES THE TERM DATE; ACTIVE OR LEAVE CLEARS IT, SO *
      * A REHIRE IS PAID AGAIN. A HIRE DATE LEFT UNREADABLE BY A       *
      * RECORD THAT PREDATES THE FIELD IS SQUARED TO ZERO.             *
      ******************************************************************
       APPLY-STATUS-FIELDS.
           MOVE WS-MNT-EMP-STATUS TO MST-EMP-STATUS.
           IF WS-MNT-HIRE-DATE NOT = SPACES
               MOVE WS-MNT-HIRE-DATE-N TO MST-HIRE-DATE
           END-IF.
           IF MST-HIRE-DATE NOT NUMERIC
               MOVE 0 TO MST-HIRE-DATE
           END-IF.
           IF WS-MNT-STATUS-TERMINATED
               MOVE WS-MNT-TERM-DATE-N TO MST-TERM-DATE
           ELSE
               MOVE 0 TO MST-TERM-DATE
           END-IF.

      ******************************************************************
      * WRITE-AUDIT-RECORD: WRITES THE BEFORE/AFTER IMAGES, RUN DATE,  *
      * USER, ACTION, AND FREE-TEXT REASON FOR ONE APPLIED             *
