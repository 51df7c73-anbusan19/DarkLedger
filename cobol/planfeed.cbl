      ******************************************************************
      * PROGRAM-ID: PLANFEED                                           *
      * AUTHOR: LEDGER-DE-MAIN SYSTEM                                  *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESCRIPTION: 401K RECORDKEEPER CONTRIBUTION FILE. RUNS AFTER   *
      *              EACH PAYROLL BATCH, READS THE BATCH'S DT (AND, ON *
      *              A REVERSAL BATCH, RV) LINES FROM data/output.rpt, *
      *              AND BUILDS THE FILE THE PLAN RECORDKEEPER LOADS   *
      *              FOR THE PAY DATE (data/planfeed.dat) INSTEAD OF   *
      *              THE CONTRIBUTIONS BEING KEYED INTO ITS WEBSITE:   *
      *                - ONE 'CD' LINE PER PARTICIPANT WITH A          *
      *                  DEFERRAL OR MATCH IN THE BATCH - SSN, NAME,   *
      *                  PAY DATE (THE PAY-PERIOD CALENDAR'S CHECK     *
      *                  DATE), DEFERRAL, EMPLOYER MATCH, AND THE      *
      *                  PLAN-YEAR-TO-DATE FIGURES FROM THE MASTER.    *
      *                  AN RV LINE GOES OUT NEGATIVE, SO THE PLAN     *
      *                  GIVES BACK WHAT A REVERSAL PULLED BACK.       *
      *                - ONE 'CT' CONTROL RECORD WITH THE LINE COUNT,  *
      *                  THE DEFERRAL AND MATCH TOTALS, AND THE 4K     *
      *                  AND 4P POSTINGS THE BATCH MADE ON             *
      *                  data/glpost.dat (CREDITS POSITIVE, DEBITS     *
      *                  NEGATIVE), SO THE FILE IS SEEN TO TIE TO THE  *
      *                  PAYABLES THE REMITTANCE DRAWS DOWN.           *
      *              A FILE THAT DOES NOT TIE TO THE GL SETS RETURN    *
      *              CODE 8 SO THE OPERATORS HOLD IT. THE BATCH FED IS *
      *              THE ONE WHOSE BH HEADER LEADS data/output.rpt -   *
      *              THE RUN JUST PRODUCED.                            *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-10-15  DL  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANFEED.
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
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GL-POST-FILE
               ASSIGN TO "data/glpost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.
           SELECT PLAN-FEED-FILE
               ASSIGN TO "data/planfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-IN-RECORD            PIC X(242).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

       FD  GL-POST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GL-POST-RECORD              PIC X(58).

       FD  PLAN-FEED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PLAN-FEED-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
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

      * ONE LINE OF data/glpost.dat, IN PAYROLL'S                     *
      * WS-GL-POST-RECORD-FORMATTED LAYOUT - KEEP IN STEP.            *
       01  WS-GL-LINE.
           05  WS-GL-IN-BATCH-ID       PIC X(09).
           05  WS-GL-IN-RUN-DATE       PIC 9(08).
           05  WS-GL-IN-ACCOUNT        PIC X(06).
           05  WS-GL-IN-DEPARTMENT     PIC X(04).
           05  WS-GL-IN-DC             PIC X(01).
           05  WS-GL-IN-AMOUNT         PIC 9(12)V99.
           05  WS-GL-IN-DESC           PIC X(16).

      * THE GLACCTTB CHART OF ACCOUNTS, FOR FINDING WHICH GL ACCOUNT  *
      * NUMBERS ARE THE 401K DEFERRAL AND MATCH PAYABLES.             *
           COPY GLACCTTB.

       01  WS-GL-KEY-ACCOUNTS.
           05  WS-4K-ACCOUNT           PIC X(06).
           05  WS-4P-ACCOUNT           PIC X(06).

       01  WS-BATCH-CONTEXT.
           05  WS-CTX-BATCH-ID         PIC X(09) VALUE SPACES.
           05  WS-CTX-PAY-DATE         PIC 9(08) VALUE 0.
           05  WS-CTX-HEADER-SEEN      PIC X VALUE 'N'.

      * THE PARTICIPANT'S WHO-AND-YTD, STAGED FROM THE MASTER BY      *
      * LOOKUP-PARTICIPANT. WRITE-CONTRIBUTION-LINE READS ONLY THESE, *
      * NEVER THE FILE'S RECORD AREA - A MISSING MASTER NEVER OPENS.  *
       01  WS-PARTICIPANT.
           05  WS-PT-SSN               PIC X(09).
           05  WS-PT-NAME              PIC X(30).
           05  WS-PT-YTD-401K-DED      PIC 9(10)V99.
           05  WS-PT-YTD-401K-MATCH    PIC 9(10)V99.

       01  WS-SIGNED-AMOUNTS.
           05  WS-LINE-DEFERRAL        PIC S9(10)V99.
           05  WS-LINE-MATCH           PIC S9(10)V99.

      * WHAT THE FEED ITSELF TOTALS AND WHAT THE GL SAYS THE BATCH    *
      * POSTED TO THE TWO PAYABLES, FOOTED AGAINST EACH OTHER IN THE  *
      * CONTROL RECORD.                                               *
       01  WS-FEED-TOTALS.
           05  WS-FEED-LINE-COUNT      PIC 9(5) VALUE 0.
           05  WS-FEED-NO-SSN-COUNT    PIC 9(5) VALUE 0.
           05  WS-FEED-DEFERRAL-TOTAL  PIC S9(10)V99 VALUE 0.
           05  WS-FEED-MATCH-TOTAL     PIC S9(10)V99 VALUE 0.
           05  WS-GL-4K-NET            PIC S9(10)V99 VALUE 0.
           05  WS-GL-4P-NET            PIC S9(10)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.
           05  WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-MASTER-IS-OPEN        VALUE 'Y'.
           05  WS-TIES-FLAG            PIC X VALUE 'Y'.

       01  WS-FILE-STATUS.
           05  WS-REPORT-IN-STATUS     PIC XX.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-GL-POST-STATUS       PIC XX.
           05  WS-PLAN-FEED-STATUS     PIC XX.

      * ONE PARTICIPANT'S CONTRIBUTIONS FOR THE PAY DATE. THE SIGNED  *
      * AMOUNTS CARRY A LEADING SEPARATE SIGN SO THE RECORDKEEPER'S   *
      * LOADER SEES A NEGATIVE REVERSAL LINE PLAINLY.                 *
       01  WS-CONTRIBUTION-LINE.
           05  WS-CD-RECORD-TYPE       PIC X(02) VALUE 'CD'.
           05  WS-CD-BATCH-ID          PIC X(09).
           05  WS-CD-PAY-DATE          PIC 9(08).
           05  WS-CD-SSN               PIC X(09).
           05  WS-CD-NAME              PIC X(30).
           05  WS-CD-EMPLOYEE-ID       PIC X(10).
           05  WS-CD-DEFERRAL          PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-CD-MATCH             PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-CD-YTD-DEFERRAL      PIC 9(10)V99.
           05  WS-CD-YTD-MATCH         PIC 9(10)V99.
           05  FILLER                  PIC X(06) VALUE SPACES.

      * THE CONTROL RECORD: THE FEED'S OWN COUNT AND TOTALS NEXT TO   *
      * THE 4K AND 4P POSTINGS FOR THE BATCH, AND WHETHER THEY TIE.   *
       01  WS-CONTROL-LINE.
           05  WS-CT-RECORD-TYPE       PIC X(02) VALUE 'CT'.
           05  WS-CT-BATCH-ID          PIC X(09).
           05  WS-CT-PAY-DATE          PIC 9(08).
           05  WS-CT-LINE-COUNT        PIC 9(05).
           05  WS-CT-DEFERRAL-TOTAL    PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-CT-MATCH-TOTAL       PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-CT-GL-4K-NET         PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-CT-GL-4P-NET         PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
           05  WS-CT-TIES-FLAG         PIC X(01).
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM FIND-KEY-GL-ACCOUNTS.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-REPORT-LINE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               PERFORM PROCESS-REPORT-LINE
               PERFORM READ-NEXT-REPORT-LINE
           END-PERFORM.
           IF WS-CTX-HEADER-SEEN = 'N'
               DISPLAY 'PLANFEED: NO BH HEADER ON data/output.rpt - '
               DISPLAY 'NO BATCH TO FEED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SUM-GL-POSTINGS
               PERFORM WRITE-CONTROL-RECORD
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

      ******************************************************************
      * FIND-KEY-GL-ACCOUNTS: PULLS THE 401K DEFERRAL AND MATCH        *
      * PAYABLE ACCOUNT NUMBERS OUT OF GLACCTTB SO AN ACCOUNT          *
      * RENUMBERING THERE STAYS A ONE-LINE CHANGE.                     *
      ******************************************************************
       FIND-KEY-GL-ACCOUNTS.
           SET WS-GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
               WHEN WS-GL-CODE (WS-GL-IDX) = '4K'
                   MOVE WS-GL-ACCOUNT (WS-GL-IDX) TO WS-4K-ACCOUNT
           END-SEARCH.
           SET WS-GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
               WHEN WS-GL-CODE (WS-GL-IDX) = '4P'
                   MOVE WS-GL-ACCOUNT (WS-GL-IDX) TO WS-4P-ACCOUNT
           END-SEARCH.

      ******************************************************************
      * OPEN-FILES: OPENS THE PAYROLL OUTPUT REPORT, THE EMPLOYEE      *
      * MASTER, AND THE FEED FILE. A MISSING MASTER IS NOT FATAL - THE *
      * LINES STILL GO OUT, WITH BLANK SSN AND NAME AND ZERO YTD, AND  *
      * ARE COUNTED SO THE OPERATOR KNOWS THE RECORDKEEPER WILL BOUNCE *
      * THEM.                                                          *
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT REPORT-IN-FILE.
           IF WS-REPORT-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           MOVE 'Y' TO WS-MASTER-OPEN-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT PLAN-FEED-FILE.

      ******************************************************************
      * CLOSE-FILES: CLOSES EVERY FILE OPENED BY OPEN-FILES. THE       *
      * MASTER IS ONLY CLOSED IF IT WAS ACTUALLY OPENED.               *
      ******************************************************************
       CLOSE-FILES.
           IF WS-REPORT-IN-STATUS = '00' OR WS-REPORT-IN-STATUS = '10'
               CLOSE REPORT-IN-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE PLAN-FEED-FILE.

      ******************************************************************
      * READ-NEXT-REPORT-LINE: READS THE NEXT LINE OF THE PAYROLL      *
      * OUTPUT REPORT. SETS THE EOF FLAG AT END OF FILE OR ON ANY      *
      * NON-ZERO READ STATUS.                                          *
      ******************************************************************
       READ-NEXT-REPORT-LINE.
           IF WS-EOF-FLAG NOT = 'Y'
               READ REPORT-IN-FILE INTO WS-REPORT-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                       AND WS-REPORT-IN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * PROCESS-REPORT-LINE: A BH LINE ESTABLISHES THE BATCH. A DT OR  *
      * RV LINE CARRYING A DEFERRAL OR A MATCH IS ONE CONTRIBUTION     *
      * LINE - THE RV LINE'S FIGURES NEGATED. EVERYTHING ELSE PASSES.  *
      ******************************************************************
       PROCESS-REPORT-LINE.
           EVALUATE WS-IN-RECORD-TYPE
               WHEN 'BH'
                   MOVE WS-IN-HDR-BATCH-ID TO WS-CTX-BATCH-ID
                   MOVE 'Y' TO WS-CTX-HEADER-SEEN
               WHEN 'DT'
                   MOVE WS-IN-401K-DED TO WS-LINE-DEFERRAL
                   MOVE WS-IN-401K-MATCH TO WS-LINE-MATCH
                   PERFORM WRITE-CONTRIBUTION-LINE
               WHEN 'RV'
                   COMPUTE WS-LINE-DEFERRAL = 0 - WS-IN-401K-DED
                   COMPUTE WS-LINE-MATCH = 0 - WS-IN-401K-MATCH
                   PERFORM WRITE-CONTRIBUTION-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-CONTRIBUTION-LINE: WRITES ONE PARTICIPANT'S CD LINE AND  *
      * ROLLS IT INTO THE CONTROL TOTALS. A LINE WITH NEITHER A        *
      * DEFERRAL NOR A MATCH IS NOT A PLAN CONTRIBUTION AND IS SKIPPED.*
      * THE PAY DATE IS THE CHECK DATE THE LINE CARRIES; THE FIRST ONE *
      * SEEN STAMPS THE CONTROL RECORD.                                *
      ******************************************************************
       WRITE-CONTRIBUTION-LINE.
           IF WS-LINE-DEFERRAL NOT = 0 OR WS-LINE-MATCH NOT = 0
               PERFORM LOOKUP-PARTICIPANT
               IF WS-CTX-PAY-DATE = 0
                   MOVE WS-IN-CHECK-DATE TO WS-CTX-PAY-DATE
               END-IF
               MOVE WS-CTX-BATCH-ID TO WS-CD-BATCH-ID
               MOVE WS-IN-CHECK-DATE TO WS-CD-PAY-DATE
               MOVE WS-PT-SSN TO WS-CD-SSN
               MOVE WS-PT-NAME TO WS-CD-NAME
               MOVE WS-IN-EMPLOYEE-ID TO WS-CD-EMPLOYEE-ID
               MOVE WS-LINE-DEFERRAL TO WS-CD-DEFERRAL
               MOVE WS-LINE-MATCH TO WS-CD-MATCH
               MOVE WS-PT-YTD-401K-DED TO WS-CD-YTD-DEFERRAL
               MOVE WS-PT-YTD-401K-MATCH TO WS-CD-YTD-MATCH
               WRITE PLAN-FEED-RECORD FROM WS-CONTRIBUTION-LINE
               ADD 1 TO WS-FEED-LINE-COUNT
               ADD WS-LINE-DEFERRAL TO WS-FEED-DEFERRAL-TOTAL
               ADD WS-LINE-MATCH TO WS-FEED-MATCH-TOTAL
               IF WS-PT-SSN = SPACES
                   ADD 1 TO WS-FEED-NO-SSN-COUNT
                   DISPLAY 'PLANFEED: WARNING - NO SSN ON FILE FOR '
                       WS-IN-EMPLOYEE-ID
               END-IF
           END-IF.

      ******************************************************************
      * LOOKUP-PARTICIPANT: READS THE EMPLOYEE'S MASTER RECORD AND     *
      * STAGES THE SSN, NAME, AND PLAN-YEAR-TO-DATE FIGURES. THE       *
      * MASTER'S 401K ACCUMULATORS ARE THE PLAN YEAR'S - THE PLAN      *
      * YEAR IS THE CALENDAR YEAR YEAREND CLOSES. THE FILE'S RECORD    *
      * AREA IS ONLY TOUCHED AFTER A SUCCESSFUL READ.                  *
      ******************************************************************
       LOOKUP-PARTICIPANT.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-MASTER-IS-OPEN
               MOVE 'Y' TO WS-MASTER-FOUND-FLAG
               MOVE WS-IN-EMPLOYEE-ID TO MST-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MASTER-FOUND-FLAG
               END-READ
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-MASTER-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-MASTER-FOUND-FLAG = 'Y'
               MOVE MST-SSN TO WS-PT-SSN
               MOVE MST-NAME TO WS-PT-NAME
               MOVE MST-YTD-401K-DED TO WS-PT-YTD-401K-DED
               MOVE MST-YTD-401K-MATCH TO WS-PT-YTD-401K-MATCH
           ELSE
               MOVE SPACES TO WS-PT-SSN
               MOVE SPACES TO WS-PT-NAME
               MOVE 0 TO WS-PT-YTD-401K-DED
               MOVE 0 TO WS-PT-YTD-401K-MATCH
           END-IF.

      ******************************************************************
      * SUM-GL-POSTINGS: NETS THE BATCH'S 4K AND 4P JOURNAL LINES -    *
      * CREDITS ADD, DEBITS SUBTRACT - SO A PAY BATCH'S CREDITS AND A  *
      * REVERSAL BATCH'S DEBITS BOTH COME OUT WITH THE SIGN THE FEED'S *
      * OWN LINES CARRY.                                               *
      ******************************************************************
       SUM-GL-POSTINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GL-POST-FILE.
           IF WS-GL-POST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM SUM-ONE-GL-LINE
               UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-GL-POST-STATUS = '00' OR WS-GL-POST-STATUS = '10'
               CLOSE GL-POST-FILE
           END-IF.

       SUM-ONE-GL-LINE.
           READ GL-POST-FILE INTO WS-GL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y' AND WS-GL-POST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND WS-GL-IN-BATCH-ID = WS-CTX-BATCH-ID
                   AND WS-GL-IN-AMOUNT NUMERIC
               IF WS-GL-IN-ACCOUNT = WS-4K-ACCOUNT
                   IF WS-GL-IN-DC = 'C'
                       ADD WS-GL-IN-AMOUNT TO WS-GL-4K-NET
                   ELSE
                       SUBTRACT WS-GL-IN-AMOUNT FROM WS-GL-4K-NET
                   END-IF
               END-IF
               IF WS-GL-IN-ACCOUNT = WS-4P-ACCOUNT
                   IF WS-GL-IN-DC = 'C'
                       ADD WS-GL-IN-AMOUNT TO WS-GL-4P-NET
                   ELSE
                       SUBTRACT WS-GL-IN-AMOUNT FROM WS-GL-4P-NET
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-CONTROL-RECORD: WRITES THE CT RECORD AND FOOTS THE       *
      * FEED'S DEFERRAL AND MATCH TOTALS AGAINST THE 4K AND 4P NETS.   *
      * A FEED THAT DOES NOT TIE IS STILL WRITTEN (FLAGGED 'N') FOR    *
      * THE CLERK TO RESEARCH, BUT RETURN CODE 8 HOLDS ITS UPLOAD.     *
      ******************************************************************
       WRITE-CONTROL-RECORD.
           MOVE 'Y' TO WS-TIES-FLAG.
           IF WS-FEED-DEFERRAL-TOTAL NOT = WS-GL-4K-NET
                   OR WS-FEED-MATCH-TOTAL NOT = WS-GL-4P-NET
               MOVE 'N' TO WS-TIES-FLAG
           END-IF.
           MOVE WS-CTX-BATCH-ID TO WS-CT-BATCH-ID.
           MOVE WS-CTX-PAY-DATE TO WS-CT-PAY-DATE.
           MOVE WS-FEED-LINE-COUNT TO WS-CT-LINE-COUNT.
           MOVE WS-FEED-DEFERRAL-TOTAL TO WS-CT-DEFERRAL-TOTAL.
           MOVE WS-FEED-MATCH-TOTAL TO WS-CT-MATCH-TOTAL.
           MOVE WS-GL-4K-NET TO WS-CT-GL-4K-NET.
           MOVE WS-GL-4P-NET TO WS-CT-GL-4P-NET.
           MOVE WS-TIES-FLAG TO WS-CT-TIES-FLAG.
           WRITE PLAN-FEED-RECORD FROM WS-CONTROL-LINE.
           IF WS-TIES-FLAG = 'N'
               DISPLAY 'PLANFEED: CONTRIBUTION TOTALS DO NOT TIE TO '
                   'THE 4K/4P POSTINGS FOR BATCH ' WS-CTX-BATCH-ID
                   ' - HOLD THE UPLOAD.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-FEED-NO-SSN-COUNT > 0
               DISPLAY 'PLANFEED: ' WS-FEED-NO-SSN-COUNT
                   ' LINE(S) HAVE NO SSN - KEY THE DEMOG BEFORE THE '
                   'UPLOAD.'
           END-IF.
