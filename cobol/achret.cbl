      *                      SO THE NEXT RUN DEPOSITS TO THE RIGHT     *
      *                      ACCOUNT EVEN BEFORE TIMEKEEPING CATCHES   *
      *                      UP.                                       *
      *              AN ENTRY THAT WAS ONE PIECE OF A SPLIT DEPOSIT    *
      *              (TRACED THROUGH THE ACH ISSUE LOG BY ITS TRACE    *
      *              NUMBER) IS APPLIED TO THAT ONE DEPOSIT            *
      *              ALLOCATION INSTEAD OF TO THE MASTER.              *
      *              EVERY ENTRY - APPLIED, UNMATCHED, OR MALFORMED -  *
      *              LANDS ON THE WORKLIST REPORT (data/achret.rpt)    *
      *              FOR THE PAYROLL CLERK TO FOLLOW UP.               *
      *                   EVER BEING TOUCHED (IT IS NOT ADDRESSABLE    *
      *                   WHEN THE FILE NEVER OPENED), AND THE MASTER  *
      *                   IS ONLY CLOSED IF IT ACTUALLY OPENED.        *
      *   2026-10-15  DL  A RETURN OR NOC IS NOW TRACED THROUGH THE    *
      *                   ACH ISSUE LOG (data/achissue.dat) TO THE     *
      *                   ACCOUNT ITS ENTRY WENT TO. WHEN THAT WAS     *
      *                   ONE PIECE OF A SPLIT DEPOSIT, ONLY THAT      *
      *                   ALLOCATION ON data/depalloc.dat (DEPALLOC)   *
      *                   IS ACTED ON - A RETURN MARKS IT 'B', A NOC   *
      *                   CORRECTS ITS BANKING - AND THE MASTER'S      *
      *                   STANDING IS LEFT ALONE. THE WORKLIST SHOWS   *
      *                   THE ALLOCATION SEQUENCE.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.
               ASSIGN TO "data/achret.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           SELECT ACH-ISSUE-FILE
               ASSIGN TO "data/achissue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-ISSUE-STATUS.
           SELECT DEPOSIT-ALLOC-FILE
               ASSIGN TO "data/depalloc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DEPOSIT-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  WORKLIST-RECORD             PIC X(80).

       FD  ACH-ISSUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACH-ISSUE-RECORD.
           COPY ACHISSUE.

       FD  DEPOSIT-ALLOC-FILE.
       01  DEPOSIT-ALLOC-RECORD.
           COPY DEPALLOC.

       WORKING-STORAGE SECTION.
      * ONE ENTRY OFF THE BANK'S RETURN/NOC FILE. RET-EMPLOYEE-ID IS  *
      * THE INDIVIDUAL ID WRITE-ACH-ENTRY PUT IN THE ENTRY DETAIL     *
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.
           05  WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-MASTER-IS-OPEN        VALUE 'Y'.
           05  WS-ALLOC-OPEN-FLAG      PIC X VALUE 'N'.
               88  WS-ALLOC-IS-OPEN         VALUE 'Y'.
           05  WS-ALLOC-FOUND-FLAG     PIC X VALUE 'N'.
           05  WS-ISSUE-EOF-FLAG       PIC X VALUE 'N'.

      * THE DEPALLOC SEQUENCE THE RETURNED ENTRY WAS SENT UNDER, AS   *
      * FOUND ON ITS ISSUE LOG ROW BY TRACE-ENTRY-TO-ACCOUNT. ZERO    *
      * MEANS THE ENTRY WAS NOT A SPLIT PIECE (OR ITS ROW PREDATES     *
      * THE SEQUENCE, OR IS NOT ON THE LOG) AND THE MASTER'S SINGLE   *
      * ACCOUNT IS WHAT BOUNCED.                                      *
       01  WS-TRACED-DEPOSIT-SEQ       PIC 9(2) VALUE 0.

       01  WS-WORKLIST-ACTION          PIC X(12).

           05  WS-RETURN-STATUS        PIC XX.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-WORKLIST-STATUS      PIC XX.
           05  WS-ACH-ISSUE-STATUS     PIC XX.
           05  WS-DEPOSIT-ALLOC-STATUS PIC XX.

       01  WS-WORKLIST-LINE-FORMATTED.
           05  WS-WRK-RECORD-TYPE      PIC X(3).
           05  WS-WRK-ACTION           PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-WRK-ORIG-TRACE       PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-WRK-DEPOSIT-SEQ      PIC X(2).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-WORKLIST-TOTAL-LINE.
           05  FILLER                  PIC X(9)
      * CANNOT BE OPENED (NO PAYROLL RUN HAS CREATED ONE YET) IS NOT   *
      * FATAL EITHER - EVERY ENTRY THEN LANDS ON THE WORKLIST AS       *
      * NOT-FOUND FOR THE CLERK, AND THE FILE'S RECORD AREA IS NEVER   *
      * TOUCHED. THE DEPOSIT ALLOCATION FILE IS OPTIONAL THE SAME WAY  *
      * - WITHOUT ONE, EVERY ENTRY IS APPLIED TO THE MASTER.           *
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT RETURN-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
           END-IF.
           MOVE 'Y' TO WS-ALLOC-OPEN-FLAG.
           OPEN I-O DEPOSIT-ALLOC-FILE.
           IF WS-DEPOSIT-ALLOC-STATUS NOT = '00'
               MOVE 'N' TO WS-ALLOC-OPEN-FLAG
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.

      ******************************************************************
           IF WS-MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-ALLOC-IS-OPEN
               CLOSE DEPOSIT-ALLOC-FILE
           END-IF.
           CLOSE WORKLIST-FILE.

      ******************************************************************
      * CORRECTED DATA. AN ENTRY THAT IS NEITHER, OR THAT NAMES AN     *
      * EMPLOYEE NOT ON THE MASTER, OR A NOC WITH BLANK CORRECTED      *
      * FIELDS, GOES TO THE WORKLIST AS REJECTED FOR THE CLERK TO      *
      * CHASE BY HAND. AN ENTRY THAT TRACES TO ONE PIECE OF A SPLIT    *
      * DEPOSIT STILL ON FILE IS APPLIED TO THAT ALLOCATION ONLY.      *
      ******************************************************************
       PROCESS-RETURN-ENTRY.
           MOVE 0 TO WS-TRACED-DEPOSIT-SEQ.
           MOVE 'N' TO WS-ALLOC-FOUND-FLAG.
           IF NOT WS-RET-IS-RETURN AND NOT WS-RET-IS-NOC
               MOVE 'BAD-TYPE' TO WS-WORKLIST-ACTION
               ADD 1 TO WS-ENTRIES-REJECTED
                   ADD 1 TO WS-ENTRIES-REJECTED
                   PERFORM WRITE-WORKLIST-LINE
               ELSE
                   PERFORM TRACE-ENTRY-TO-ACCOUNT
                   IF WS-TRACED-DEPOSIT-SEQ > 0
                       PERFORM READ-ALLOCATION-FOR-ENTRY
                   END-IF
                   IF WS-ALLOC-FOUND-FLAG = 'Y'
                       IF WS-RET-IS-RETURN
                           PERFORM APPLY-SPLIT-RETURN
                       ELSE
                           PERFORM APPLY-SPLIT-NOC
                       END-IF
                   ELSE
                       IF WS-RET-IS-RETURN
                           PERFORM APPLY-RETURN
                       ELSE
                           PERFORM APPLY-NOC
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * TRACE-ENTRY-TO-ACCOUNT: FINDS THE ENTRY'S 'IS' ROW ON THE ACH  *
      * ISSUE LOG BY ITS ORIGINAL TRACE NUMBER AND TAKES THE DEPOSIT   *
      * ALLOCATION SEQUENCE IT WAS SENT UNDER. THE ROW MUST ALSO NAME  *
      * THE SAME EMPLOYEE, SO A MISKEYED TRACE CAN NEVER MOVE ANOTHER  *
      * EMPLOYEE'S ACCOUNT. NO LOG, NO ROW, OR A ROW WRITTEN BEFORE    *
      * THE SEQUENCE WAS LOGGED LEAVES THE SEQUENCE AT ZERO.           *
      ******************************************************************
       TRACE-ENTRY-TO-ACCOUNT.
           MOVE 'N' TO WS-ISSUE-EOF-FLAG.
           OPEN INPUT ACH-ISSUE-FILE.
           IF WS-ACH-ISSUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ISSUE-EOF-FLAG
           END-IF.
           PERFORM SCAN-ONE-ISSUE-ROW
               UNTIL WS-ISSUE-EOF-FLAG = 'Y'.
           IF WS-ACH-ISSUE-STATUS = '00'
                   OR WS-ACH-ISSUE-STATUS = '10'
               CLOSE ACH-ISSUE-FILE
           END-IF.

      ******************************************************************
      * SCAN-ONE-ISSUE-ROW: READS ONE ISSUE LOG ROW AND STOPS THE      *
      * SCAN AT THE ENTRY'S OWN 'IS' ROW.                              *
      ******************************************************************
       SCAN-ONE-ISSUE-ROW.
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
                   AND AIL-TRACE = WS-RET-ORIG-TRACE
                   AND AIL-INDIVIDUAL-ID = WS-RET-EMPLOYEE-ID
               IF AIL-DEPOSIT-SEQ NUMERIC
                   MOVE AIL-DEPOSIT-SEQ TO WS-TRACED-DEPOSIT-SEQ
               END-IF
               MOVE 'Y' TO WS-ISSUE-EOF-FLAG
           END-IF.

      ******************************************************************
      * READ-ALLOCATION-FOR-ENTRY: LOOKS UP THE DEPOSIT ALLOCATION     *
      * THE ENTRY WAS SENT UNDER. ONE SINCE DELETED FROM THE FILE (OR  *
      * NO FILE AT ALL) IS NOT FOUND, AND THE ENTRY FALLS BACK TO THE  *
      * MASTER - PAPER CHECK ON A RETURN IS THE SAFE SIDE.             *
      ******************************************************************
       READ-ALLOCATION-FOR-ENTRY.
           MOVE 'N' TO WS-ALLOC-FOUND-FLAG.
           IF WS-ALLOC-IS-OPEN
               MOVE 'Y' TO WS-ALLOC-FOUND-FLAG
               MOVE WS-RET-EMPLOYEE-ID TO DA-EMPLOYEE-ID
               MOVE WS-TRACED-DEPOSIT-SEQ TO DA-SEQ
               READ DEPOSIT-ALLOC-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ALLOC-FOUND-FLAG
               END-READ
               IF WS-DEPOSIT-ALLOC-STATUS NOT = '00'
                   MOVE 'N' TO WS-ALLOC-FOUND-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * READ-MASTER-FOR-ENTRY: LOOKS THE EMPLOYEE NAMED BY THE         *
      * ENTRY'S INDIVIDUAL ID UP ON THE MASTER. WHEN THE MASTER        *
               PERFORM WRITE-WORKLIST-LINE
           END-IF.

      ******************************************************************
      * APPLY-SPLIT-RETURN: THE BANK SENT BACK ONE PIECE OF A SPLIT    *
      * DEPOSIT. ONLY THAT ALLOCATION GOES TO 'B' - THE EMPLOYEE'S     *
      * OTHER ACCOUNTS KEEP RECEIVING THEIR PIECES. A RETURNED FLAT    *
      * OR PERCENT ACCOUNT'S PIECE FALLS TO THE REMAINDER NEXT RUN     *
      * (SPLIT-HELD); A RETURNED REMAINDER ACCOUNT LEAVES NOWHERE FOR  *
      * THE REST OF THE PAY, SO PAYROLL CUTS A PAPER CHECK.            *
      ******************************************************************
       APPLY-SPLIT-RETURN.
           MOVE 'B' TO DA-STATUS.
           MOVE WS-RUN-DATE TO DA-RETURN-DATE.
           MOVE WS-RUN-DATE TO DA-LAST-UPDATE-DATE.
           REWRITE DEPOSIT-ALLOC-RECORD.
           IF DA-TYPE-REMAINDER
               MOVE 'PAPER-CHECK' TO WS-WORKLIST-ACTION
           ELSE
               MOVE 'SPLIT-HELD' TO WS-WORKLIST-ACTION
           END-IF.
           ADD 1 TO WS-RETURNS-APPLIED.
           PERFORM WRITE-WORKLIST-LINE.

      ******************************************************************
      * APPLY-SPLIT-NOC: THE BANK SUPPLIED CORRECTED BANKING FOR ONE   *
      * PIECE OF A SPLIT DEPOSIT. IT REPLACES THAT ALLOCATION'S        *
      * BANKING AND CLEARS ANY 'B' STANDING, THE SAME WAY APPLY-NOC    *
      * TREATS THE MASTER, AND IS REJECTED THE SAME WAY WHEN THE       *
      * CORRECTED ROUTING OR ACCOUNT IS BLANK.                         *
      ******************************************************************
       APPLY-SPLIT-NOC.
           IF WS-RET-CORR-ROUTING = SPACES
                   OR WS-RET-CORR-ACCOUNT = SPACES
               MOVE 'BAD-NOC' TO WS-WORKLIST-ACTION
               ADD 1 TO WS-ENTRIES-REJECTED
               PERFORM WRITE-WORKLIST-LINE
           ELSE
               MOVE WS-RET-CORR-ROUTING TO DA-BANK-ROUTING
               MOVE WS-RET-CORR-CHECK-DIGIT TO DA-BANK-CHECK-DIGIT
               MOVE WS-RET-CORR-ACCOUNT TO DA-BANK-ACCOUNT
               MOVE SPACES TO DA-STATUS
               MOVE 0 TO DA-RETURN-DATE
               MOVE WS-RUN-DATE TO DA-LAST-UPDATE-DATE
               REWRITE DEPOSIT-ALLOC-RECORD
               MOVE 'NOC-APPLIED' TO WS-WORKLIST-ACTION
               ADD 1 TO WS-NOCS-APPLIED
               PERFORM WRITE-WORKLIST-LINE
           END-IF.

      ******************************************************************
      * WRITE-WORKLIST-LINE: WRITES ONE ENTRY'S DISPOSITION TO THE     *
      * CLERK'S WORKLIST REPORT, WITH THE DEPOSIT ALLOCATION SEQUENCE  *
      * WHEN THE ENTRY WAS ONE PIECE OF A SPLIT.                       *
      ******************************************************************
       WRITE-WORKLIST-LINE.
           MOVE WS-RET-RECORD-TYPE TO WS-WRK-RECORD-TYPE.
           MOVE WS-RET-REASON-CODE TO WS-WRK-REASON-CODE.
           MOVE WS-WORKLIST-ACTION TO WS-WRK-ACTION.
           MOVE WS-RET-ORIG-TRACE TO WS-WRK-ORIG-TRACE.
           IF WS-ALLOC-FOUND-FLAG = 'Y'
               MOVE WS-TRACED-DEPOSIT-SEQ TO WS-WRK-DEPOSIT-SEQ
           ELSE
               MOVE SPACES TO WS-WRK-DEPOSIT-SEQ
           END-IF.
           WRITE WORKLIST-RECORD FROM WS-WORKLIST-LINE-FORMATTED.

      ******************************************************************
