      ******************************************************************
      * PROGRAM-ID: PAYREVW                                            *
      * AUTHOR: LEDGER-DE-MAIN SYSTEM                                  *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESCRIPTION: PRE-RELEASE PAYROLL VARIANCE AND ANOMALY REVIEW.  *
      *              RUNS AFTER PAYROLL (AND BATCHBAL) AND BEFORE      *
      *              data/ach.dat IS RELEASED. BATCHBAL PROVES THE     *
      *              RUN'S FILES AGREE WITH EACH OTHER; THIS PROVES    *
      *              NOTHING - IT PUTS IN FRONT OF A SUPERVISOR EVERY  *
      *              PAY LINE THAT DOES NOT LOOK LIKE THE EMPLOYEE'S   *
      *              OWN RECENT PAY. EACH DT LINE OF THE BATCH LEADING *
      *              data/output.rpt IS COMPARED WITH THAT EMPLOYEE'S  *
      *              LAST WS-HISTORY-DEPTH REGULAR-BATCH ('B') PAY     *
      *              LINES ON data/payhist.dat, AND IS FLAGGED WHEN:   *
      *                C - NET PAY IS OVER WS-NET-CEILING;             *
      *                G - GROSS PAY SWINGS MORE THAN WS-SWING-PCT     *
      *                    PERCENT EITHER WAY FROM THE AVERAGE;        *
      *                N - NET PAY SWINGS THE SAME WAY;                *
      *                F - THE EMPLOYEE HAS NEVER BEEN PAID BEFORE.    *
      *              ON A REGULAR BATCH, EVERY EMPLOYEE PAID IN THE    *
      *              LAST REGULAR BATCH WHO IS ON data/empmast.dat,    *
      *              NOT TERMINATED, AND ABSENT FROM THIS BATCH IS     *
      *              ALSO LISTED (M - MISSING FROM BATCH).             *
      *              AN RV LINE ON THE HISTORY TAKES THE REVERSED PAY  *
      *              LINE (THE LATEST ONE OF THE SAME GROSS) BACK OUT  *
      *              OF THE AVERAGE, SO A BAD CHECK THAT WAS REVERSED  *
      *              DOES NOT SKEW THE NEXT REVIEW. A REVERSAL BATCH   *
      *              HAS NO DT LINES AND NOTHING TO REVIEW.            *
      *              THE ITEMS ARE RANKED ON data/payrevw.rpt - NET    *
      *              OVER CEILING FIRST, THEN GROSS SWING, NET SWING,  *
      *              MISSING, AND FIRST-TIME, LARGEST FIRST WITHIN     *
      *              EACH - WITH A SIGN-OFF COLUMN PER ITEM. ANY ITEM  *
      *              LISTED SETS RETURN CODE 8 SO THE SCHEDULER HOLDS  *
      *              THE ACH TRANSMISSION UNTIL THE SUPERVISOR HAS     *
      *              SIGNED THE REPORT AND THE OPERATORS RELEASE IT;   *
      *              SO DOES A BATCH THAT CANNOT BE REVIEWED (NO BH    *
      *              HEADER, OR MORE LINES THAN THE TABLES HOLD).      *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-10-15  DL  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREVW.
       AUTHOR. LEDGER-DE-MAIN-SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-FILE
               ASSIGN TO "data/output.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "data/payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REVIEW-REPORT-FILE
               ASSIGN TO "data/payrevw.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-IN-RECORD            PIC X(242).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REVIEW-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
      * REVIEW THRESHOLDS. A LINE IS FLAGGED WHEN ITS GROSS OR NET    *
      * MOVES MORE THAN WS-SWING-PCT PERCENT FROM THE EMPLOYEE'S      *
      * AVERAGE OVER THE LAST WS-HISTORY-DEPTH REGULAR PAY LINES, OR  *
      * WHEN ITS NET IS OVER WS-NET-CEILING, WHATEVER THE HISTORY.    *
       01  WS-REVIEW-LIMITS.
           05  WS-SWING-PCT            PIC 9(3) VALUE 50.
           05  WS-NET-CEILING          PIC 9(8)V99 VALUE 10000.00.
           05  WS-HISTORY-DEPTH        PIC 9 VALUE 3.

      * ONE LINE OF data/output.rpt. THE OVERLAYS MIRROR PAYROLL'S    *
      * BH / DT RECORD LAYOUTS FIELD FOR FIELD AND MUST BE KEPT IN    *
      * STEP WITH THEM.                                               *
       01  WS-REPORT-LINE              PIC X(242).

       01  WS-REPORT-HEADER-OVERLAY REDEFINES WS-REPORT-LINE.
           05  WS-IN-HDR-RECORD-TYPE   PIC X(02).
           05  WS-IN-HDR-BATCH-ID      PIC X(09).
           05  WS-IN-HDR-RUN-DATE      PIC 9(08).
           05  FILLER                  PIC X(223).

       01  WS-REPORT-DETAIL-OVERLAY REDEFINES WS-REPORT-LINE.
           05  WS-IN-RECORD-TYPE       PIC X(02).
           05  WS-IN-EMPLOYEE-ID       PIC X(10).
           05  WS-IN-GROSS-PAY         PIC 9(10)V99.
           05  WS-IN-REGULAR-PAY       PIC 9(10)V99.
           05  WS-IN-OVERTIME-PAY      PIC 9(10)V99.
           05  WS-IN-FEDERAL-TAX       PIC 9(10)V99.
           05  WS-IN-STATE-TAX         PIC 9(10)V99.
           05  WS-IN-SOC-SEC-TAX       PIC 9(10)V99.
           05  WS-IN-MEDICARE-TAX      PIC 9(10)V99.
           05  WS-IN-401K-DED          PIC 9(10)V99.
           05  WS-IN-HEALTH-DED        PIC 9(10)V99.
           05  WS-IN-DENTAL-DED        PIC 9(10)V99.
           05  WS-IN-GARNISH-DED       PIC 9(10)V99.
           05  WS-IN-NET-PAY           PIC 9(10)V99.
           05  WS-IN-SUPP-PAY          PIC 9(10)V99.
           05  WS-IN-EARN-ENTRY OCCURS 3 TIMES.
               10  WS-IN-EARN-CODE     PIC X(02).
               10  WS-IN-EARN-AMOUNT   PIC 9(8)V99.
           05  WS-IN-STATUS            PIC XX.
           05  WS-IN-PAY-METHOD        PIC X(01).
           05  WS-IN-PERIOD            PIC 9(03).
           05  WS-IN-CHECK-DATE        PIC 9(08).
           05  WS-IN-LEAVE-PAY         PIC 9(10)V99.
           05  WS-IN-401K-MATCH        PIC 9(10)V99.

       01  WS-BATCH-CONTEXT.
           05  WS-CTX-BATCH-ID         PIC X(09) VALUE SPACES.
           05  WS-CTX-BATCH-ID-SPLIT REDEFINES WS-CTX-BATCH-ID.
               10  WS-CTX-BATCH-PREFIX PIC X(1).
               10  FILLER              PIC X(8).
           05  WS-CTX-HEADER-SEEN      PIC X VALUE 'N'.
           05  WS-RUN-DATE             PIC 9(8).

      * THE HISTORY RECORD'S BATCH ID, SPLIT FOR ITS PREFIX - ONLY     *
      * REGULAR ('B') BATCHES SET AN EMPLOYEE'S USUAL PAY.             *
       01  WS-HIST-BATCH-ID            PIC X(09).
       01  WS-HIST-BATCH-ID-SPLIT REDEFINES WS-HIST-BATCH-ID.
           05  WS-HIST-BATCH-PREFIX    PIC X(1).
           05  FILLER                  PIC X(8).

      * ONE ROW PER EMPLOYEE PAID IN THE BATCH UNDER REVIEW, WITH     *
      * THAT EMPLOYEE'S RECENT REGULAR PAY LINES OFF THE HISTORY,     *
      * NEWEST IN SLOT 1. WS-CUR-SEEN-BEFORE IS 'Y' ONCE ANY EARLIER  *
      * DT LINE OF ANY KIND TURNS UP FOR THE EMPLOYEE.                *
       01  WS-CURRENT-TABLE.
           05  WS-CUR-COUNT            PIC 9(4) VALUE 0.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CUR-IDX.
               10  WS-CUR-EMPLOYEE-ID  PIC X(10).
               10  WS-CUR-GROSS        PIC 9(10)V99.
               10  WS-CUR-NET          PIC 9(10)V99.
               10  WS-CUR-SEEN-BEFORE  PIC X(1).
               10  WS-CUR-HIST-COUNT   PIC 9.
               10  WS-CUR-HIST OCCURS 3 TIMES.
                   15  WS-CUR-HIST-GROSS
                                       PIC 9(10)V99.
                   15  WS-CUR-HIST-NET PIC 9(10)V99.

      * THE EMPLOYEES PAID IN THE LAST REGULAR BATCH BEFORE THIS ONE. *
      * THE TABLE STARTS OVER EACH TIME A NEW 'B' BATCH ID TURNS UP   *
      * ON THE HISTORY, SO AT END OF FILE IT HOLDS THE LATEST ONE.    *
       01  WS-LAST-BATCH-TABLE.
           05  WS-LAST-BATCH-ID        PIC X(09) VALUE SPACES.
           05  WS-LST-COUNT            PIC 9(4) VALUE 0.
           05  WS-LST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LST-IDX.
               10  WS-LST-EMPLOYEE-ID  PIC X(10).
               10  WS-LST-GROSS        PIC 9(10)V99.
               10  WS-LST-NET          PIC 9(10)V99.

      * ONE ROW PER EMPLOYEE FLAGGED FOR REVIEW. WS-ITM-SEVERITY IS    *
      * THE WORST FLAG RAISED (5 CEILING, 4 GROSS SWING, 3 NET SWING, *
      * 2 MISSING, 1 FIRST-TIME) AND WS-ITM-SORT-KEY RANKS THE ROWS:  *
      * SEVERITY, THEN THE SIZE OF THAT WORST FLAG.                   *
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT            PIC 9(4) VALUE 0.
           05  WS-ITM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITM-EMPLOYEE-ID  PIC X(10).
               10  WS-ITM-SEVERITY     PIC 9.
               10  WS-ITM-FLAGS        PIC X(5).
               10  WS-ITM-REASON       PIC X(20).
               10  WS-ITM-CUR-GROSS    PIC 9(10)V99.
               10  WS-ITM-CUR-NET      PIC 9(10)V99.
               10  WS-ITM-PRIOR-GROSS  PIC 9(10)V99.
               10  WS-ITM-PRIOR-NET    PIC 9(10)V99.
               10  WS-ITM-GROSS-PCT    PIC S9(5).
               10  WS-ITM-NET-PCT      PIC S9(5).
               10  WS-ITM-PCT-SHOWN    PIC X(1).
               10  WS-ITM-SORT-KEY     PIC 9(12).

      * ONE ITEM ROW IN TRANSIT WHILE THE RANKING EXCHANGES TWO ROWS. *
       01  WS-ITM-HOLD                 PIC X(107).

      * THE FLAGS RAISED FOR THE EMPLOYEE IN HAND, ONE BYTE EACH, IN  *
      * THE ORDER THE REPORT'S FLAGS COLUMN PRINTS THEM.              *
       01  WS-WORK-FLAGS.
           05  WS-FLAG-CEILING         PIC X(1).
           05  WS-FLAG-GROSS-SWING     PIC X(1).
           05  WS-FLAG-NET-SWING       PIC X(1).
           05  WS-FLAG-MISSING         PIC X(1).
           05  WS-FLAG-FIRST-TIME      PIC X(1).

       01  WS-SEARCH-EMPLOYEE-ID       PIC X(10).

       01  WS-REVIEW-WORK.
           05  WS-WRK-SEVERITY         PIC 9.
           05  WS-WRK-REASON           PIC X(20).
           05  WS-WRK-MAGNITUDE        PIC 9(9)V99.
           05  WS-WRK-HIST-SUB         PIC 9.
           05  WS-WRK-SUM-GROSS        PIC 9(12)V99.
           05  WS-WRK-SUM-NET          PIC 9(12)V99.
           05  WS-WRK-AVG-GROSS        PIC 9(10)V99.
           05  WS-WRK-AVG-NET          PIC 9(10)V99.
           05  WS-WRK-CUR-GROSS        PIC 9(10)V99.
           05  WS-WRK-CUR-NET          PIC 9(10)V99.
           05  WS-WRK-GROSS-PCT        PIC S9(5).
           05  WS-WRK-NET-PCT          PIC S9(5).
           05  WS-WRK-PCT-SHOWN        PIC X(1).
           05  WS-PCT-CURRENT          PIC 9(10)V99.
           05  WS-PCT-AVERAGE          PIC 9(10)V99.
           05  WS-PCT-RESULT           PIC S9(15).
           05  WS-PCT-ABSOLUTE         PIC 9(5).

       01  WS-SUBSCRIPTS.
           05  WS-CUR-SUB              PIC 9(4).
           05  WS-LST-SUB              PIC 9(4).
           05  WS-ITM-SUB              PIC 9(4).
           05  WS-ITM-NEXT             PIC 9(4).
           05  WS-SORT-PASS            PIC 9(4).
           05  WS-SORT-LIMIT           PIC 9(4).
           05  WS-RANK                 PIC 9(4).

       01  WS-CATEGORY-COUNTS.
           05  WS-CNT-CEILING          PIC 9(5) VALUE 0.
           05  WS-CNT-GROSS-SWING      PIC 9(5) VALUE 0.
           05  WS-CNT-NET-SWING        PIC 9(5) VALUE 0.
           05  WS-CNT-MISSING          PIC 9(5) VALUE 0.
           05  WS-CNT-FIRST-TIME       PIC 9(5) VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-FOUND-FLAG           PIC X VALUE 'N'.
           05  WS-TABLE-FULL-FLAG      PIC X VALUE 'N'.
           05  WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-MASTER-IS-OPEN        VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REPORT-IN-STATUS     PIC XX.
           05  WS-PAYHIST-STATUS       PIC XX.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-REVIEW-REPORT-STATUS PIC XX.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(34)
                   VALUE 'PAYROLL VARIANCE REVIEW FOR BATCH '.
           05  WS-TTL-BATCH-ID         PIC X(09).
           05  FILLER                  PIC X(15)
                   VALUE '   REVIEWED ON '.
           05  WS-TTL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-LIMITS-LINE.
           05  FILLER                  PIC X(14)
                   VALUE 'SWING LIMIT   '.
           05  WS-LIM-SWING-PCT        PIC ZZ9.
           05  FILLER                  PIC X(19)
                   VALUE ' PCT   NET CEILING '.
           05  WS-LIM-NET-CEILING      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19)
                   VALUE '   HISTORY DEPTH  '.
           05  WS-LIM-HISTORY-DEPTH    PIC 9.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-FLAG-LEGEND-LINE.
           05  FILLER                  PIC X(27)
                   VALUE 'FLAGS: C NET OVER CEILING  '.
           05  FILLER                  PIC X(28)
                   VALUE 'G GROSS SWING  N NET SWING  '.
           05  FILLER                  PIC X(22)
                   VALUE 'M MISSING FROM BATCH  '.
           05  FILLER                  PIC X(17)
                   VALUE 'F FIRST-TIME PAID'.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(48) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE '      CURRENT '.
           05  FILLER                  PIC X(14)
                   VALUE '      CURRENT '.
           05  FILLER                  PIC X(14)
                   VALUE '    PRIOR AVG '.
           05  FILLER                  PIC X(14)
                   VALUE '    PRIOR AVG '.
           05  FILLER                  PIC X(15)
                   VALUE '  PCT CHANGE   '.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-COLUMN-HEADING-2.
           05  FILLER                  PIC X(18)
                   VALUE 'RANK  EMPLOYEE    '.
           05  FILLER                  PIC X(21) VALUE 'REASON'.
           05  FILLER                  PIC X(09) VALUE 'FLAGS'.
           05  FILLER                  PIC X(14)
                   VALUE '        GROSS '.
           05  FILLER                  PIC X(14)
                   VALUE '          NET '.
           05  FILLER                  PIC X(14)
                   VALUE '        GROSS '.
           05  FILLER                  PIC X(14)
                   VALUE '          NET '.
           05  FILLER                  PIC X(15)
                   VALUE '  GROSS     NET'.
           05  FILLER                  PIC X(13)
                   VALUE '  SIGN-OFF   '.

      * ONE RANKED ITEM. THE PERCENT COLUMNS ARE BLANK FOR AN         *
      * EMPLOYEE WITH NO REGULAR PAY HISTORY TO MEASURE AGAINST. ON A *
      * MISSING EMPLOYEE THE PRIOR COLUMNS ARE WHAT THE LAST REGULAR  *
      * BATCH PAID.                                                   *
       01  WS-DETAIL-LINE.
           05  WS-DTL-RANK             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FLAGS            PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-CUR-GROSS        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-CUR-NET          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PRIOR-GROSS      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PRIOR-NET        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PCT-COLUMNS.
               10  WS-DTL-GROSS-PCT    PIC -(5)9.
               10  WS-DTL-GROSS-PCT-SIGN
                                       PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-DTL-NET-PCT      PIC -(5)9.
               10  WS-DTL-NET-PCT-SIGN PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SIGN-OFF         PIC X(10) VALUE '__________'.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNL-LABEL            PIC X(24).
           05  WS-CNL-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(08)
                   VALUE 'VERDICT '.
           05  WS-VRD-TEXT             PIC X(44).
           05  FILLER                  PIC X(08)
                   VALUE ' ITEMS  '.
           05  WS-VRD-ITEMS            PIC ZZZ9.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-SIGN-OFF-LINE.
           05  FILLER                  PIC X(44)
                   VALUE 'REVIEWED AND RELEASED BY  __________________'.
           05  FILLER                  PIC X(22)
                   VALUE '    DATE  ____________'.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(80).
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CURRENT-BATCH.
           IF WS-CTX-HEADER-SEEN = 'N'
               DISPLAY 'PAYREVW: NO BH HEADER ON data/output.rpt - '
               DISPLAY 'NO BATCH TO REVIEW.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TABLE-FULL-FLAG = 'Y'
                   DISPLAY 'PAYREVW: MORE PAY LINES THAN THE REVIEW '
                   DISPLAY 'TABLE HOLDS - BATCH NOT REVIEWED.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-PAY-HISTORY
                   IF WS-CTX-BATCH-PREFIX = 'B'
                       PERFORM FIND-MISSING-EMPLOYEES
                   END-IF
                   PERFORM REVIEW-CURRENT-LINE
                       VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CUR-COUNT
                   IF WS-TABLE-FULL-FLAG = 'Y'
                       DISPLAY 'PAYREVW: MORE LINES THAN THE REVIEW '
                       DISPLAY 'TABLES HOLD - BATCH NOT REVIEWED.'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RANK-REVIEW-ITEMS
                       PERFORM WRITE-REVIEW-REPORT
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * LOAD-CURRENT-BATCH: ONE PASS OVER data/output.rpt - THE BH     *
      * ESTABLISHES WHICH BATCH IS UNDER REVIEW AND EACH DT LINE IS    *
      * TABLED BY EMPLOYEE. RV LINES (A REVERSAL BATCH) ARE NOT PAY    *
      * AND ARE NOT REVIEWED.                                          *
      ******************************************************************
       LOAD-CURRENT-BATCH.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REPORT-IN-FILE.
           IF WS-REPORT-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-REPORT-LINE
               UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-REPORT-IN-STATUS = '00' OR WS-REPORT-IN-STATUS = '10'
               CLOSE REPORT-IN-FILE
           END-IF.

       LOAD-ONE-REPORT-LINE.
           READ REPORT-IN-FILE INTO WS-REPORT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND WS-REPORT-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
               EVALUATE WS-IN-RECORD-TYPE
                   WHEN 'BH'
                       MOVE WS-IN-HDR-BATCH-ID TO WS-CTX-BATCH-ID
                       MOVE 'Y' TO WS-CTX-HEADER-SEEN
                   WHEN 'DT'
                       PERFORM TABLE-CURRENT-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * TABLE-CURRENT-LINE: ADDS THE DT LINE TO THE EMPLOYEE'S ROW,    *
      * OPENING A ROW THE FIRST TIME THE EMPLOYEE APPEARS.             *
      ******************************************************************
       TABLE-CURRENT-LINE.
           MOVE WS-IN-EMPLOYEE-ID TO WS-SEARCH-EMPLOYEE-ID.
           PERFORM FIND-CURRENT-EMPLOYEE.
           IF WS-FOUND-FLAG = 'N'
               IF WS-CUR-COUNT < 2000
                   ADD 1 TO WS-CUR-COUNT
                   SET WS-CUR-IDX TO WS-CUR-COUNT
                   MOVE WS-IN-EMPLOYEE-ID
                       TO WS-CUR-EMPLOYEE-ID (WS-CUR-IDX)
                   MOVE 0 TO WS-CUR-GROSS (WS-CUR-IDX)
                   MOVE 0 TO WS-CUR-NET (WS-CUR-IDX)
                   MOVE 'N' TO WS-CUR-SEEN-BEFORE (WS-CUR-IDX)
                   MOVE 0 TO WS-CUR-HIST-COUNT (WS-CUR-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               ADD WS-IN-GROSS-PAY TO WS-CUR-GROSS (WS-CUR-IDX)
               ADD WS-IN-NET-PAY TO WS-CUR-NET (WS-CUR-IDX)
           END-IF.

      ******************************************************************
      * FIND-CURRENT-EMPLOYEE: LOOKS WS-SEARCH-EMPLOYEE-ID UP IN THE   *
      * CURRENT BATCH TABLE, LEAVING WS-CUR-IDX ON THE ROW WHEN        *
      * FOUND.                                                         *
      ******************************************************************
       FIND-CURRENT-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-CUR-COUNT > 0
               SET WS-CUR-IDX TO 1
               SEARCH WS-CUR-ENTRY
                   WHEN WS-CUR-IDX > WS-CUR-COUNT
                       CONTINUE
                   WHEN WS-CUR-EMPLOYEE-ID (WS-CUR-IDX)
                           = WS-SEARCH-EMPLOYEE-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      * LOAD-PAY-HISTORY: ONE PASS OVER data/payhist.dat, SKIPPING     *
      * THE LINES OF THE BATCH UNDER REVIEW ITSELF (PAYROLL HAS        *
      * ALREADY APPENDED THEM).                                        *
      ******************************************************************
       LOAD-PAY-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-HISTORY
               UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-PAYHIST-STATUS = '00' OR WS-PAYHIST-STATUS = '10'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       LOAD-ONE-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y' AND WS-PAYHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND PH-BATCH-ID NOT = WS-CTX-BATCH-ID
               MOVE PH-BATCH-ID TO WS-HIST-BATCH-ID
               MOVE PH-EMPLOYEE-ID TO WS-SEARCH-EMPLOYEE-ID
               EVALUATE PH-RECORD-TYPE
                   WHEN 'DT'
                       PERFORM APPLY-HISTORY-PAY-LINE
                   WHEN 'RV'
                       PERFORM APPLY-HISTORY-REVERSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * APPLY-HISTORY-PAY-LINE: A PAY LINE MARKS ITS EMPLOYEE AS PAID  *
      * BEFORE. ON A REGULAR BATCH IT ALSO GOES ON THE FRONT OF THE    *
      * EMPLOYEE'S RECENT-PAY SLOTS (THE OLDEST DROPS OFF THE END)     *
      * AND ONTO THE LAST-BATCH TABLE FOR THE MISSING-EMPLOYEE CHECK.  *
      ******************************************************************
       APPLY-HISTORY-PAY-LINE.
           PERFORM FIND-CURRENT-EMPLOYEE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE 'Y' TO WS-CUR-SEEN-BEFORE (WS-CUR-IDX)
               IF WS-HIST-BATCH-PREFIX = 'B'
                   PERFORM VARYING WS-WRK-HIST-SUB
                           FROM WS-HISTORY-DEPTH BY -1
                           UNTIL WS-WRK-HIST-SUB < 2
                       MOVE WS-CUR-HIST (WS-CUR-IDX,
                               WS-WRK-HIST-SUB - 1)
                           TO WS-CUR-HIST (WS-CUR-IDX,
                               WS-WRK-HIST-SUB)
                   END-PERFORM
                   MOVE PH-GROSS-PAY
                       TO WS-CUR-HIST-GROSS (WS-CUR-IDX, 1)
                   MOVE PH-NET-PAY
                       TO WS-CUR-HIST-NET (WS-CUR-IDX, 1)
                   IF WS-CUR-HIST-COUNT (WS-CUR-IDX) < WS-HISTORY-DEPTH
                       ADD 1 TO WS-CUR-HIST-COUNT (WS-CUR-IDX)
                   END-IF
               END-IF
           END-IF.
           IF WS-HIST-BATCH-PREFIX = 'B'
               IF PH-BATCH-ID NOT = WS-LAST-BATCH-ID
                   MOVE PH-BATCH-ID TO WS-LAST-BATCH-ID
                   MOVE 0 TO WS-LST-COUNT
               END-IF
               PERFORM TABLE-LAST-BATCH-LINE
           END-IF.

      ******************************************************************
      * TABLE-LAST-BATCH-LINE: KEEPS ONE LAST-BATCH ROW PER EMPLOYEE   *
      * (A RESTARTED BATCH CAN CARRY AN EMPLOYEE TWICE).               *
      ******************************************************************
       TABLE-LAST-BATCH-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-LST-COUNT > 0
               SET WS-LST-IDX TO 1
               SEARCH WS-LST-ENTRY
                   WHEN WS-LST-IDX > WS-LST-COUNT
                       CONTINUE
                   WHEN WS-LST-EMPLOYEE-ID (WS-LST-IDX)
                           = WS-SEARCH-EMPLOYEE-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.
           IF WS-FOUND-FLAG = 'N'
               IF WS-LST-COUNT < 2000
                   ADD 1 TO WS-LST-COUNT
                   SET WS-LST-IDX TO WS-LST-COUNT
                   MOVE PH-EMPLOYEE-ID
                       TO WS-LST-EMPLOYEE-ID (WS-LST-IDX)
                   MOVE PH-GROSS-PAY TO WS-LST-GROSS (WS-LST-IDX)
                   MOVE PH-NET-PAY TO WS-LST-NET (WS-LST-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * APPLY-HISTORY-REVERSAL: AN RV LINE CARRIES NO ORIGINAL BATCH,  *
      * SO THE NEWEST RECENT-PAY SLOT WITH THE SAME GROSS IS TAKEN TO  *
      * BE THE LINE IT BACKED OUT AND IS DROPPED, CLOSING UP THE       *
      * SLOTS BEHIND IT. NO MATCHING SLOT LEAVES THE AVERAGE ALONE.    *
      ******************************************************************
       APPLY-HISTORY-REVERSAL.
           PERFORM FIND-CURRENT-EMPLOYEE.
           IF WS-FOUND-FLAG = 'Y'
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-WRK-HIST-SUB FROM 1 BY 1
                       UNTIL WS-WRK-HIST-SUB
                               > WS-CUR-HIST-COUNT (WS-CUR-IDX)
                           OR WS-FOUND-FLAG = 'Y'
                   IF WS-CUR-HIST-GROSS (WS-CUR-IDX, WS-WRK-HIST-SUB)
                           = PH-GROSS-PAY
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 'Y'
                   SUBTRACT 1 FROM WS-WRK-HIST-SUB
                   PERFORM VARYING WS-WRK-HIST-SUB
                           FROM WS-WRK-HIST-SUB BY 1
                           UNTIL WS-WRK-HIST-SUB
                               >= WS-CUR-HIST-COUNT (WS-CUR-IDX)
                       MOVE WS-CUR-HIST (WS-CUR-IDX,
                               WS-WRK-HIST-SUB + 1)
                           TO WS-CUR-HIST (WS-CUR-IDX,
                               WS-WRK-HIST-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CUR-HIST-COUNT (WS-CUR-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * FIND-MISSING-EMPLOYEES: EVERY EMPLOYEE PAID IN THE LAST        *
      * REGULAR BATCH BUT NOT IN THIS ONE IS LOOKED UP ON THE MASTER.  *
      * ONE NO LONGER ON FILE, OR TERMINATED, IS EXPECTED TO DROP OFF; *
      * ANYONE ELSE IS LISTED. WITHOUT A MASTER TO ASK, EVERY ABSENT   *
      * EMPLOYEE IS LISTED.                                            *
      ******************************************************************
       FIND-MISSING-EMPLOYEES.
           MOVE 'Y' TO WS-MASTER-OPEN-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
               DISPLAY 'PAYREVW: NO EMPLOYEE MASTER FILE FOUND, '
               DISPLAY 'EVERY ABSENT EMPLOYEE LISTED AS MISSING.'
           END-IF.
           PERFORM CHECK-LAST-BATCH-EMPLOYEE
               VARYING WS-LST-SUB FROM 1 BY 1
               UNTIL WS-LST-SUB > WS-LST-COUNT.
           IF WS-MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       CHECK-LAST-BATCH-EMPLOYEE.
           MOVE WS-LST-EMPLOYEE-ID (WS-LST-SUB)
               TO WS-SEARCH-EMPLOYEE-ID.
           PERFORM FIND-CURRENT-EMPLOYEE.
           IF WS-FOUND-FLAG = 'N'
               MOVE 'Y' TO WS-MASTER-FOUND-FLAG
               MOVE SPACE TO MST-EMP-STATUS
               IF WS-MASTER-IS-OPEN
                   MOVE WS-SEARCH-EMPLOYEE-ID TO MST-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-MASTER-FOUND-FLAG
                   END-READ
                   IF WS-MASTER-STATUS NOT = '00'
                       MOVE 'N' TO WS-MASTER-FOUND-FLAG
                   END-IF
               END-IF
               IF WS-MASTER-FOUND-FLAG = 'Y'
                       AND NOT MST-STATUS-TERMINATED
                   MOVE SPACES TO WS-WORK-FLAGS
                   MOVE 'M' TO WS-FLAG-MISSING
                   MOVE 2 TO WS-WRK-SEVERITY
                   IF MST-STATUS-LEAVE
                       MOVE 'MISSING (ON LEAVE)  ' TO WS-WRK-REASON
                   ELSE
                       MOVE 'MISSING FROM BATCH  ' TO WS-WRK-REASON
                   END-IF
                   MOVE WS-LST-NET (WS-LST-SUB) TO WS-WRK-MAGNITUDE
                   MOVE 0 TO WS-WRK-CUR-GROSS
                   MOVE 0 TO WS-WRK-CUR-NET
                   MOVE WS-LST-GROSS (WS-LST-SUB) TO WS-WRK-AVG-GROSS
                   MOVE WS-LST-NET (WS-LST-SUB) TO WS-WRK-AVG-NET
                   MOVE 'N' TO WS-WRK-PCT-SHOWN
                   ADD 1 TO WS-CNT-MISSING
                   PERFORM ADD-REVIEW-ITEM
               END-IF
           END-IF.

      ******************************************************************
      * REVIEW-CURRENT-LINE: RUNS THE CEILING, SWING, AND FIRST-TIME   *
      * TESTS OVER ONE EMPLOYEE OF THE BATCH AND TABLES AN ITEM WHEN   *
      * ANY FLAG IS RAISED. THE WORST FLAG SETS THE REASON AND RANK.   *
      ******************************************************************
       REVIEW-CURRENT-LINE.
           SET WS-CUR-IDX TO WS-CUR-SUB.
           MOVE SPACES TO WS-WORK-FLAGS.
           MOVE 0 TO WS-WRK-SEVERITY.
           MOVE SPACES TO WS-WRK-REASON.
           MOVE 0 TO WS-WRK-MAGNITUDE.
           MOVE 0 TO WS-WRK-AVG-GROSS.
           MOVE 0 TO WS-WRK-AVG-NET.
           MOVE 0 TO WS-WRK-GROSS-PCT.
           MOVE 0 TO WS-WRK-NET-PCT.
           MOVE 'N' TO WS-WRK-PCT-SHOWN.

           IF WS-CUR-NET (WS-CUR-IDX) > WS-NET-CEILING
               MOVE 'C' TO WS-FLAG-CEILING
               MOVE 5 TO WS-WRK-SEVERITY
               MOVE 'NET OVER CEILING    ' TO WS-WRK-REASON
               MOVE WS-CUR-NET (WS-CUR-IDX) TO WS-WRK-MAGNITUDE
               ADD 1 TO WS-CNT-CEILING
           END-IF.

           IF WS-CUR-HIST-COUNT (WS-CUR-IDX) > 0
               PERFORM MEASURE-SWING
           ELSE
               IF WS-CUR-SEEN-BEFORE (WS-CUR-IDX) = 'N'
                   MOVE 'F' TO WS-FLAG-FIRST-TIME
                   IF WS-WRK-SEVERITY < 1
                       MOVE 1 TO WS-WRK-SEVERITY
                       MOVE 'FIRST-TIME EMPLOYEE ' TO WS-WRK-REASON
                       MOVE WS-CUR-NET (WS-CUR-IDX)
                           TO WS-WRK-MAGNITUDE
                   END-IF
                   ADD 1 TO WS-CNT-FIRST-TIME
               END-IF
           END-IF.

           IF WS-WRK-SEVERITY > 0
               MOVE WS-CUR-EMPLOYEE-ID (WS-CUR-IDX)
                   TO WS-SEARCH-EMPLOYEE-ID
               MOVE WS-CUR-GROSS (WS-CUR-IDX) TO WS-WRK-CUR-GROSS
               MOVE WS-CUR-NET (WS-CUR-IDX) TO WS-WRK-CUR-NET
               PERFORM ADD-REVIEW-ITEM
           END-IF.

      ******************************************************************
      * MEASURE-SWING: AVERAGES THE EMPLOYEE'S RECENT REGULAR PAY AND  *
      * FLAGS A GROSS OR NET THAT MOVED MORE THAN THE SWING LIMIT      *
      * EITHER WAY.                                                    *
      ******************************************************************
       MEASURE-SWING.
           MOVE 0 TO WS-WRK-SUM-GROSS.
           MOVE 0 TO WS-WRK-SUM-NET.
           PERFORM VARYING WS-WRK-HIST-SUB FROM 1 BY 1
                   UNTIL WS-WRK-HIST-SUB
                           > WS-CUR-HIST-COUNT (WS-CUR-IDX)
               ADD WS-CUR-HIST-GROSS (WS-CUR-IDX, WS-WRK-HIST-SUB)
                   TO WS-WRK-SUM-GROSS
               ADD WS-CUR-HIST-NET (WS-CUR-IDX, WS-WRK-HIST-SUB)
                   TO WS-WRK-SUM-NET
           END-PERFORM.
           COMPUTE WS-WRK-AVG-GROSS ROUNDED =
               WS-WRK-SUM-GROSS / WS-CUR-HIST-COUNT (WS-CUR-IDX).
           COMPUTE WS-WRK-AVG-NET ROUNDED =
               WS-WRK-SUM-NET / WS-CUR-HIST-COUNT (WS-CUR-IDX).
           MOVE 'Y' TO WS-WRK-PCT-SHOWN.

           MOVE WS-CUR-GROSS (WS-CUR-IDX) TO WS-PCT-CURRENT.
           MOVE WS-WRK-AVG-GROSS TO WS-PCT-AVERAGE.
           PERFORM COMPUTE-PERCENT-CHANGE.
           MOVE WS-PCT-RESULT TO WS-WRK-GROSS-PCT.
           IF WS-PCT-ABSOLUTE > WS-SWING-PCT
               MOVE 'G' TO WS-FLAG-GROSS-SWING
               IF WS-WRK-SEVERITY < 4
                   MOVE 4 TO WS-WRK-SEVERITY
                   MOVE 'GROSS PAY SWING     ' TO WS-WRK-REASON
                   MOVE WS-PCT-ABSOLUTE TO WS-WRK-MAGNITUDE
               END-IF
               ADD 1 TO WS-CNT-GROSS-SWING
           END-IF.

           MOVE WS-CUR-NET (WS-CUR-IDX) TO WS-PCT-CURRENT.
           MOVE WS-WRK-AVG-NET TO WS-PCT-AVERAGE.
           PERFORM COMPUTE-PERCENT-CHANGE.
           MOVE WS-PCT-RESULT TO WS-WRK-NET-PCT.
           IF WS-PCT-ABSOLUTE > WS-SWING-PCT
               MOVE 'N' TO WS-FLAG-NET-SWING
               IF WS-WRK-SEVERITY < 3
                   MOVE 3 TO WS-WRK-SEVERITY
                   MOVE 'NET PAY SWING       ' TO WS-WRK-REASON
                   MOVE WS-PCT-ABSOLUTE TO WS-WRK-MAGNITUDE
               END-IF
               ADD 1 TO WS-CNT-NET-SWING
           END-IF.

      ******************************************************************
      * COMPUTE-PERCENT-CHANGE: WHOLE-PERCENT CHANGE FROM              *
      * WS-PCT-AVERAGE TO WS-PCT-CURRENT, HELD TO FIVE DIGITS EITHER   *
      * WAY. AN AVERAGE OF ZERO AGAINST ANY PAY AT ALL READS AS THE    *
      * LARGEST CHANGE THE FIELD HOLDS.                                *
      ******************************************************************
       COMPUTE-PERCENT-CHANGE.
           IF WS-PCT-AVERAGE = 0
               IF WS-PCT-CURRENT = 0
                   MOVE 0 TO WS-PCT-RESULT
               ELSE
                   MOVE 99999 TO WS-PCT-RESULT
               END-IF
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                   (WS-PCT-CURRENT - WS-PCT-AVERAGE) * 100
                       / WS-PCT-AVERAGE
           END-IF.
           IF WS-PCT-RESULT > 99999
               MOVE 99999 TO WS-PCT-RESULT
           END-IF.
           IF WS-PCT-RESULT < 0
               COMPUTE WS-PCT-ABSOLUTE = 0 - WS-PCT-RESULT
           ELSE
               MOVE WS-PCT-RESULT TO WS-PCT-ABSOLUTE
           END-IF.

      ******************************************************************
      * ADD-REVIEW-ITEM: TABLES ONE FLAGGED EMPLOYEE FROM THE WORK     *
      * FIELDS AND BUILDS ITS RANKING KEY.                             *
      ******************************************************************
       ADD-REVIEW-ITEM.
           IF WS-ITM-COUNT < 2000
               ADD 1 TO WS-ITM-COUNT
               MOVE WS-ITM-COUNT TO WS-ITM-SUB
               MOVE WS-SEARCH-EMPLOYEE-ID
                   TO WS-ITM-EMPLOYEE-ID (WS-ITM-SUB)
               MOVE WS-WRK-SEVERITY TO WS-ITM-SEVERITY (WS-ITM-SUB)
               MOVE WS-WORK-FLAGS TO WS-ITM-FLAGS (WS-ITM-SUB)
               MOVE WS-WRK-REASON TO WS-ITM-REASON (WS-ITM-SUB)
               MOVE WS-WRK-CUR-GROSS TO WS-ITM-CUR-GROSS (WS-ITM-SUB)
               MOVE WS-WRK-CUR-NET TO WS-ITM-CUR-NET (WS-ITM-SUB)
               MOVE WS-WRK-AVG-GROSS
                   TO WS-ITM-PRIOR-GROSS (WS-ITM-SUB)
               MOVE WS-WRK-AVG-NET TO WS-ITM-PRIOR-NET (WS-ITM-SUB)
               MOVE WS-WRK-GROSS-PCT TO WS-ITM-GROSS-PCT (WS-ITM-SUB)
               MOVE WS-WRK-NET-PCT TO WS-ITM-NET-PCT (WS-ITM-SUB)
               MOVE WS-WRK-PCT-SHOWN TO WS-ITM-PCT-SHOWN (WS-ITM-SUB)
               COMPUTE WS-ITM-SORT-KEY (WS-ITM-SUB) =
                   WS-WRK-SEVERITY * 100000000000
                       + WS-WRK-MAGNITUDE * 100
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-FLAG
           END-IF.

      ******************************************************************
      * RANK-REVIEW-ITEMS: EXCHANGE-SORTS THE ITEM TABLE ON THE        *
      * RANKING KEY, HIGHEST FIRST, EMPLOYEE ID BREAKING A TIE.        *
      ******************************************************************
       RANK-REVIEW-ITEMS.
           PERFORM RANK-ONE-PASS
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-ITM-COUNT.

       RANK-ONE-PASS.
           COMPUTE WS-SORT-LIMIT = WS-ITM-COUNT - WS-SORT-PASS.
           PERFORM RANK-ADJACENT-ITEMS
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-SORT-LIMIT.

       RANK-ADJACENT-ITEMS.
           COMPUTE WS-ITM-NEXT = WS-ITM-SUB + 1.
           IF WS-ITM-SORT-KEY (WS-ITM-SUB)
                   < WS-ITM-SORT-KEY (WS-ITM-NEXT)
              OR (WS-ITM-SORT-KEY (WS-ITM-SUB)
                   = WS-ITM-SORT-KEY (WS-ITM-NEXT)
               AND WS-ITM-EMPLOYEE-ID (WS-ITM-SUB)
                   > WS-ITM-EMPLOYEE-ID (WS-ITM-NEXT))
               MOVE WS-ITM-ENTRY (WS-ITM-SUB) TO WS-ITM-HOLD
               MOVE WS-ITM-ENTRY (WS-ITM-NEXT)
                   TO WS-ITM-ENTRY (WS-ITM-SUB)
               MOVE WS-ITM-HOLD TO WS-ITM-ENTRY (WS-ITM-NEXT)
           END-IF.

      ******************************************************************
      * WRITE-REVIEW-REPORT: TITLE, THRESHOLDS, THE RANKED ITEMS WITH  *
      * A SIGN-OFF COLUMN EACH, THE COUNT BY FLAG, AND THE VERDICT.    *
      * ANY ITEM AT ALL HOLDS THE ACH FILE (RETURN CODE 8).            *
      ******************************************************************
       WRITE-REVIEW-REPORT.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE WS-CTX-BATCH-ID TO WS-TTL-BATCH-ID.
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-TITLE-LINE.
           MOVE WS-SWING-PCT TO WS-LIM-SWING-PCT.
           MOVE WS-NET-CEILING TO WS-LIM-NET-CEILING.
           MOVE WS-HISTORY-DEPTH TO WS-LIM-HISTORY-DEPTH.
           WRITE REVIEW-REPORT-RECORD FROM WS-LIMITS-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-FLAG-LEGEND-LINE.
           IF WS-CTX-BATCH-PREFIX = 'R'
               MOVE 'REVERSAL BATCH - NO PAY LINES TO REVIEW.'
                   TO WS-MSG-TEXT
               WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-CTX-BATCH-PREFIX NOT = 'B'
                   AND WS-CTX-BATCH-PREFIX NOT = 'R'
               MOVE 'NOT A REGULAR BATCH - NO MISSING-EMPLOYEE CHECK.'
                   TO WS-MSG-TEXT
               WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-HEADING-1.
           WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-HEADING-2.
           MOVE 0 TO WS-RANK.
           PERFORM WRITE-REVIEW-ITEM
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT.

           MOVE 'NET OVER CEILING        ' TO WS-CNL-LABEL.
           MOVE WS-CNT-CEILING TO WS-CNL-COUNT.
           WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'GROSS PAY SWING         ' TO WS-CNL-LABEL.
           MOVE WS-CNT-GROSS-SWING TO WS-CNL-COUNT.
           WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'NET PAY SWING           ' TO WS-CNL-LABEL.
           MOVE WS-CNT-NET-SWING TO WS-CNL-COUNT.
           WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'MISSING FROM BATCH      ' TO WS-CNL-LABEL.
           MOVE WS-CNT-MISSING TO WS-CNL-COUNT.
           WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'FIRST-TIME EMPLOYEE     ' TO WS-CNL-LABEL.
           MOVE WS-CNT-FIRST-TIME TO WS-CNL-COUNT.
           WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES IN BATCH      ' TO WS-CNL-LABEL.
           MOVE WS-CUR-COUNT TO WS-CNL-COUNT.
           WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.

           IF WS-ITM-COUNT = 0
               MOVE 'NO EXCEPTIONS - ACH MAY BE RELEASED         '
                   TO WS-VRD-TEXT
           ELSE
               MOVE 'REVIEW REQUIRED - HOLD ACH UNTIL SIGNED OFF '
                   TO WS-VRD-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-ITM-COUNT TO WS-VRD-ITEMS.
           WRITE REVIEW-REPORT-RECORD FROM WS-VERDICT-LINE.
           IF WS-ITM-COUNT > 0
               WRITE REVIEW-REPORT-RECORD FROM WS-SIGN-OFF-LINE
           END-IF.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY 'PAYREVW: BATCH ' WS-CTX-BATCH-ID ' - '
               WS-ITM-COUNT ' ITEM(S) FOR REVIEW.'.

       WRITE-REVIEW-ITEM.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO WS-DTL-RANK.
           MOVE WS-ITM-EMPLOYEE-ID (WS-ITM-SUB) TO WS-DTL-EMPLOYEE-ID.
           MOVE WS-ITM-REASON (WS-ITM-SUB) TO WS-DTL-REASON.
           MOVE WS-ITM-FLAGS (WS-ITM-SUB) TO WS-DTL-FLAGS.
           MOVE WS-ITM-CUR-GROSS (WS-ITM-SUB) TO WS-DTL-CUR-GROSS.
           MOVE WS-ITM-CUR-NET (WS-ITM-SUB) TO WS-DTL-CUR-NET.
           MOVE WS-ITM-PRIOR-GROSS (WS-ITM-SUB) TO WS-DTL-PRIOR-GROSS.
           MOVE WS-ITM-PRIOR-NET (WS-ITM-SUB) TO WS-DTL-PRIOR-NET.
           IF WS-ITM-PCT-SHOWN (WS-ITM-SUB) = 'Y'
               MOVE SPACES TO WS-DTL-PCT-COLUMNS
               MOVE WS-ITM-GROSS-PCT (WS-ITM-SUB) TO WS-DTL-GROSS-PCT
               MOVE '%' TO WS-DTL-GROSS-PCT-SIGN
               MOVE WS-ITM-NET-PCT (WS-ITM-SUB) TO WS-DTL-NET-PCT
               MOVE '%' TO WS-DTL-NET-PCT-SIGN
           ELSE
               MOVE SPACES TO WS-DTL-PCT-COLUMNS
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
