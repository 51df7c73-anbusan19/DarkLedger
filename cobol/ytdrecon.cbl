      ******************************************************************
      * PROGRAM-ID: YTDRECON                                           *
      * AUTHOR: LEDGER-DE-MAIN SYSTEM                                  *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESCRIPTION: MASTER-TO-HISTORY YTD INTEGRITY RECONCILIATION.   *
      *              PROVES THAT THE YTD ACCUMULATORS ON               *
      *              data/empmast.dat STILL EQUAL WHAT THE PAY         *
      *              HISTORY (data/payhist.dat) SAYS WAS PAID THIS     *
      *              YEAR. FOR EVERY EMPLOYEE THE DT LINES ON THE      *
      *              HISTORY ARE ADDED UP AND THE RV LINES TAKEN BACK  *
      *              OUT, FIELD BY FIELD - GROSS PAY, FEDERAL, STATE,  *
      *              SOCIAL SECURITY, MEDICARE, AND NET PAY - AND      *
      *              COMPARED WITH THE MASTER'S MST-YTD- FIGURES.      *
      *              EMPMAINT IS THE SANCTIONED WAY TO CORRECT A YTD   *
      *              FIGURE OUTSIDE A PAYROLL RUN, AND EVERY APPLIED   *
      *              ADD / CHANGE / ADJUST / DELETE IS ON ITS AUDIT    *
      *              FILE (data/mntaudit.dat) WITH THE MASTER IMAGE    *
      *              BEFORE AND AFTER. THE DIFFERENCE BETWEEN THE TWO  *
      *              IMAGES IS NETTED IN AS AN AUTHORIZED CORRECTION   *
      *              AND THE AUDIT ENTRY IS CITED UNDER THE EMPLOYEE,  *
      *              SO A KEYED CORRECTION DOES NOT SHOW AS AN ERROR.  *
      *              ONLY AUDIT ENTRIES DATED ON OR AFTER THE LAST     *
      *              YEARCLSE EVENT ON data/runctl.dat COUNT - THE     *
      *              CLOSE ZEROED THE MASTER AND EMPTIED THE HISTORY,  *
      *              SO EARLIER CORRECTIONS BELONG TO A CLOSED YEAR.   *
      *              EVERY EMPLOYEE AND FIELD THAT DISAGREES IS LISTED *
      *              ON data/ytdrecon.rpt, INCLUDING HISTORY FOR AN    *
      *              EMPLOYEE NO LONGER ON THE MASTER. RUN IT MONTHLY  *
      *              AND BEFORE W2GEN AND YEAREND: ANYTHING OUT OF     *
      *              BALANCE SETS RETURN CODE 8, AS DOES A RUN THAT    *
      *              CANNOT PROVE THE MASTER (NO MASTER FILE, OR MORE  *
      *              EMPLOYEES OR CORRECTIONS THAN THE TABLES HOLD).   *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-10-15  DL  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDRECON.
       AUTHOR. LEDGER-DE-MAIN-SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "data/payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "data/mntaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO "data/ytdrecon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD                PIC X(616).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUN-CONTROL-RECORD          PIC X(62).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECON-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      * ONE EVENT ON THE RUN-CONTROL LEDGER, IN PAYROLL'S LAYOUT -    *
      * MUST BE KEPT IN STEP WITH PAYROLL'S                           *
      * WS-RUN-CONTROL-WORK-RECORD. ONLY YEARCLSE EVENTS MATTER HERE. *
       01  WS-RUN-CONTROL-WORK-RECORD.
           05  WS-RC-BATCH-ID          PIC X(9).
           05  WS-RC-EVENT             PIC X(8).
           05  WS-RC-EVENT-DATE        PIC 9(8).
           05  WS-RC-RECORD-COUNT      PIC 9(5).
           05  WS-RC-ERROR-COUNT       PIC 9(5).
           05  WS-RC-TOTAL-GROSS       PIC 9(10)V99.
           05  WS-RC-TOTAL-NET         PIC 9(10)V99.
           05  WS-RC-PERIOD            PIC 9(3).

      * ONE EMPMAINT AUDIT RECORD - MUST BE KEPT IN STEP WITH          *
      * EMPMAINT'S WS-AUDIT-RECORD-FORMATTED. THE BEFORE/AFTER IMAGES  *
      * ARE WHOLE MASTER RECORDS; ONLY THE EMPLOYEE ID AND THE SIX     *
      * YTD FIGURES THAT LEAD THE RECORD (IN EMPMAST ORDER: GROSS,     *
      * FEDERAL, STATE, SOCIAL SECURITY, MEDICARE, NET) ARE NEEDED.    *
      * AN ADD'S BEFORE IMAGE AND A DELETE'S AFTER IMAGE ARE SPACES.   *
       01  WS-AUDIT-RECORD-IN.
           05  WS-AUD-RUN-DATE         PIC 9(8).
           05  WS-AUD-USER-ID          PIC X(8).
           05  WS-AUD-ACTION           PIC X(6).
           05  WS-AUD-BEFORE-IMAGE     PIC X(282).
           05  WS-AUD-BEFORE-SPLIT REDEFINES WS-AUD-BEFORE-IMAGE.
               10  WS-AUB-EMPLOYEE-ID  PIC X(10).
               10  WS-AUB-YTD OCCURS 6 TIMES
                                       PIC 9(10)V99.
               10  FILLER              PIC X(200).
           05  WS-AUD-AFTER-IMAGE      PIC X(282).
           05  WS-AUD-AFTER-SPLIT REDEFINES WS-AUD-AFTER-IMAGE.
               10  WS-AUA-EMPLOYEE-ID  PIC X(10).
               10  WS-AUA-YTD OCCURS 6 TIMES
                                       PIC 9(10)V99.
               10  FILLER              PIC X(200).
           05  WS-AUD-REASON           PIC X(30).

      * THE SIX FIELDS RECONCILED, IN THE ORDER EVERY SIX-WAY ARRAY   *
      * BELOW HOLDS THEM, AND THE NAME EACH PRINTS UNDER.             *
       01  WS-FIELD-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE 'GROSS PAY '.
           05  FILLER                  PIC X(10) VALUE 'FEDERAL   '.
           05  FILLER                  PIC X(10) VALUE 'STATE     '.
           05  FILLER                  PIC X(10) VALUE 'SOC SEC   '.
           05  FILLER                  PIC X(10) VALUE 'MEDICARE  '.
           05  FILLER                  PIC X(10) VALUE 'NET PAY   '.

       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FIELD-NAME OCCURS 6 TIMES
                                       PIC X(10).

      * ONE ROW PER EMPLOYEE FOUND ON THE HISTORY OR IN A COUNTED     *
      * AUDIT ENTRY: THE HISTORY SUM (DT LESS RV) AND THE NET OF THE  *
      * AUTHORIZED CORRECTIONS PER FIELD, HOW MANY AUDIT ENTRIES WERE *
      * NETTED IN, AND WHETHER THE MASTER PASS FOUND THE EMPLOYEE.    *
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT            PIC 9(4) VALUE 0.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-EMPLOYEE-ID  PIC X(10).
               10  WS-EMP-HIST-AMOUNT OCCURS 6 TIMES
                                       PIC S9(11)V99.
               10  WS-EMP-AUTH-AMOUNT OCCURS 6 TIMES
                                       PIC S9(11)V99.
               10  WS-EMP-CITE-COUNT   PIC 9(4).
               10  WS-EMP-ON-MASTER    PIC X(1).

      * EVERY COUNTED AUDIT ENTRY THAT MOVED A YTD FIGURE, IN FILE    *
      * ORDER, FOR CITING UNDER ITS EMPLOYEE ON THE REPORT.           *
       01  WS-CITATION-TABLE.
           05  WS-CIT-COUNT            PIC 9(4) VALUE 0.
           05  WS-CIT-ENTRY OCCURS 2000 TIMES.
               10  WS-CIT-EMPLOYEE-ID  PIC X(10).
               10  WS-CIT-RUN-DATE     PIC 9(8).
               10  WS-CIT-ACTION       PIC X(6).
               10  WS-CIT-USER-ID      PIC X(8).
               10  WS-CIT-REASON       PIC X(30).

      * THE EMPLOYEE BEING RECONCILED: WHAT THE MASTER CARRIES, WHAT  *
      * THE HISTORY ADDS UP TO, AND THE AUTHORIZED CORRECTIONS, PER   *
      * FIELD. AN EMPLOYEE WITH HISTORY BUT NO MASTER RECORD IS HELD  *
      * TO A MASTER OF ZERO.                                          *
       01  WS-RECON-WORK.
           05  WS-WRK-EMPLOYEE-ID      PIC X(10).
           05  WS-WRK-NOTE             PIC X(14).
           05  WS-WRK-CITE-COUNT       PIC 9(4).
           05  WS-WRK-FIELDS-OUT       PIC 9.
           05  WS-WRK-MASTER-AMOUNT OCCURS 6 TIMES
                                       PIC S9(11)V99.
           05  WS-WRK-HIST-AMOUNT OCCURS 6 TIMES
                                       PIC S9(11)V99.
           05  WS-WRK-AUTH-AMOUNT OCCURS 6 TIMES
                                       PIC S9(11)V99.
           05  WS-WRK-EXPECTED         PIC S9(12)V99.
           05  WS-WRK-DIFFERENCE       PIC S9(12)V99.

      * ONE AUDIT ENTRY'S EFFECT ON THE YTD FIGURES (AFTER LESS       *
      * BEFORE), AND WHETHER IT MOVED ANY OF THEM.                    *
       01  WS-AUDIT-WORK.
           05  WS-AWK-EMPLOYEE-ID      PIC X(10).
           05  WS-AWK-BEFORE           PIC 9(10)V99.
           05  WS-AWK-AFTER            PIC 9(10)V99.
           05  WS-AWK-DELTA OCCURS 6 TIMES
                                       PIC S9(11)V99.
           05  WS-AWK-MOVED-FLAG       PIC X(1).

       01  WS-SEARCH-EMPLOYEE-ID       PIC X(10).

      * AUDIT ENTRIES DATED BEFORE THIS BELONG TO A CLOSED YEAR. ZERO *
      * WHEN THE LEDGER SHOWS NO YEAR CLOSE, SO EVERY ENTRY COUNTS.   *
       01  WS-YEAR-OPEN-DATE           PIC 9(8) VALUE 0.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-SUBSCRIPTS.
           05  WS-FLD-SUB              PIC 9.
           05  WS-EMP-SUB              PIC 9(4).
           05  WS-CIT-SUB              PIC 9(4).

       01  WS-COUNTERS.
           05  WS-MASTERS-READ         PIC 9(7) VALUE 0.
           05  WS-DT-LINES-READ        PIC 9(7) VALUE 0.
           05  WS-RV-LINES-READ        PIC 9(7) VALUE 0.
           05  WS-CORRECTIONS-NETTED   PIC 9(7) VALUE 0.
           05  WS-EMPLOYEES-OUT        PIC 9(7) VALUE 0.
           05  WS-FIELDS-OUT           PIC 9(7) VALUE 0.
           05  WS-NOT-ON-MASTER        PIC 9(7) VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-FOUND-FLAG           PIC X VALUE 'N'.
           05  WS-TABLE-FULL-FLAG      PIC X VALUE 'N'.
           05  WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-MASTER-IS-OPEN        VALUE 'Y'.

       01  WS-FILE-STATUS.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-PAYHIST-STATUS       PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-RUN-CONTROL-STATUS   PIC XX.
           05  WS-RECON-REPORT-STATUS  PIC XX.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(44)
                   VALUE 'YTD RECONCILIATION - MASTER TO PAY HISTORY  '.
           05  FILLER                  PIC X(09)
                   VALUE 'RUN DATE '.
           05  WS-TTL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-AUDIT-RANGE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'EMPMAINT CORRECTIONS DATED ON OR AFTER  '.
           05  WS-ARL-OPEN-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ARL-TEXT             PIC X(30).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(24)
                   VALUE 'EMPLOYEE    FIELD       '.
           05  FILLER                  PIC X(16)
                   VALUE '      MASTER YTD'.
           05  FILLER                  PIC X(16)
                   VALUE '     PAY HISTORY'.
           05  FILLER                  PIC X(16)
                   VALUE '      AUTHORIZED'.
           05  FILLER                  PIC X(16)
                   VALUE '      DIFFERENCE'.
           05  FILLER                  PIC X(06) VALUE '  NOTE'.
           05  FILLER                  PIC X(38) VALUE SPACES.

      * ONE FIELD THAT DISAGREES: DIFFERENCE IS THE MASTER LESS THE   *
      * HISTORY AND THE AUTHORIZED CORRECTIONS, SO A POSITIVE FIGURE  *
      * MEANS THE MASTER CARRIES MORE THAN WAS PAID.                  *
       01  WS-DETAIL-LINE.
           05  WS-DTL-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FIELD-NAME       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MASTER           PIC -(12)9.99.
           05  WS-DTL-HISTORY          PIC -(12)9.99.
           05  WS-DTL-AUTHORIZED       PIC -(12)9.99.
           05  WS-DTL-DIFFERENCE       PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(14).
           05  FILLER                  PIC X(28) VALUE SPACES.

      * AN EMPLOYEE WHOSE FIGURES AGREE ONLY ONCE THE CORRECTIONS ARE *
      * NETTED IN GETS THIS LINE, AHEAD OF THE CITATIONS.             *
       01  WS-BALANCED-LINE.
           05  WS-BAL-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(34)
                   VALUE 'IN BALANCE WITH CORRECTIONS NETTED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-NOTE             PIC X(14).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-CITATION-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12)
                   VALUE 'CITED AUDIT '.
           05  WS-CTL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-ACTION           PIC X(06).
           05  FILLER                  PIC X(05) VALUE '  BY '.
           05  WS-CTL-USER-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-REASON           PIC X(30).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNL-LABEL            PIC X(28).
           05  WS-CNL-COUNT            PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(08)
                   VALUE 'VERDICT '.
           05  WS-VRD-TEXT             PIC X(50).
           05  FILLER                  PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-YEAR-OPEN-DATE.
           PERFORM LOAD-PAY-HISTORY.
           PERFORM LOAD-MAINTENANCE-AUDIT.
           IF WS-TABLE-FULL-FLAG = 'Y'
               DISPLAY 'YTDRECON: MORE EMPLOYEES OR CORRECTIONS THAN '
               DISPLAY 'THE TABLES HOLD - MASTER NOT RECONCILED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-FLAG
               END-IF
               IF WS-MASTER-IS-OPEN
                   PERFORM RECONCILE-MASTER
                   CLOSE EMPLOYEE-MASTER-FILE
               ELSE
                   DISPLAY 'YTDRECON: NO EMPLOYEE MASTER FILE FOUND - '
                   DISPLAY 'MASTER NOT RECONCILED.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * FIND-YEAR-OPEN-DATE: THE DATE OF THE LATEST YEARCLSE EVENT ON  *
      * THE RUN-CONTROL LEDGER. NO LEDGER, OR NO CLOSE ON IT YET,      *
      * LEAVES IT ZERO.                                                *
      ******************************************************************
       FIND-YEAR-OPEN-DATE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM SCAN-ONE-RUN-CONTROL
               UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-RUN-CONTROL-STATUS = '00'
                   OR WS-RUN-CONTROL-STATUS = '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * SCAN-ONE-RUN-CONTROL: READS ONE RUN-CONTROL EVENT AND KEEPS    *
      * THE LATEST YEARCLSE DATE SEEN.                                 *
      ******************************************************************
       SCAN-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-WORK-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND WS-RUN-CONTROL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
               IF WS-RC-EVENT = 'YEARCLSE'
                       AND WS-RC-EVENT-DATE NUMERIC
                       AND WS-RC-EVENT-DATE > WS-YEAR-OPEN-DATE
                   MOVE WS-RC-EVENT-DATE TO WS-YEAR-OPEN-DATE
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-PAY-HISTORY: ONE PASS OVER data/payhist.dat, WHICH HOLDS  *
      * ONLY THE OPEN YEAR (YEAREND RECREATES IT EMPTY). EACH DT LINE  *
      * IS ADDED INTO ITS EMPLOYEE'S ROW AND EACH RV LINE TAKEN BACK   *
      * OUT. NO HISTORY FILE IS A YEAR WITH NOTHING PAID YET.          *
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

      ******************************************************************
      * LOAD-ONE-HISTORY: READS ONE PAY-HISTORY LINE AND ADDS A DT     *
      * LINE INTO, OR TAKES AN RV LINE OUT OF, ITS EMPLOYEE'S ROW.     *
      ******************************************************************
       LOAD-ONE-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND WS-PAYHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND (PH-RECORD-TYPE = 'DT' OR PH-RECORD-TYPE = 'RV')
               MOVE PH-EMPLOYEE-ID TO WS-SEARCH-EMPLOYEE-ID
               PERFORM FIND-OR-ADD-EMPLOYEE
               IF WS-FOUND-FLAG = 'Y'
                   IF PH-RECORD-TYPE = 'DT'
                       ADD 1 TO WS-DT-LINES-READ
                       ADD PH-GROSS-PAY
                           TO WS-EMP-HIST-AMOUNT (WS-EMP-IDX 1)
                       ADD PH-FEDERAL-TAX
                           TO WS-EMP-HIST-AMOUNT (WS-EMP-IDX 2)
                       ADD PH-STATE-TAX
                           TO WS-EMP-HIST-AMOUNT (WS-EMP-IDX 3)
                       ADD PH-SOC-SEC-TAX
                           TO WS-EMP-HIST-AMOUNT (WS-EMP-IDX 4)
                       ADD PH-MEDICARE-TAX
                           TO WS-EMP-HIST-AMOUNT (WS-EMP-IDX 5)
                       ADD PH-NET-PAY
                           TO WS-EMP-HIST-AMOUNT (WS-EMP-IDX 6)
                   ELSE
                       ADD 1 TO WS-RV-LINES-READ
                       SUBTRACT PH-GROSS-PAY
                           FROM WS-EMP-HIST-AMOUNT (WS-EMP-IDX 1)
                       SUBTRACT PH-FEDERAL-TAX
                           FROM WS-EMP-HIST-AMOUNT (WS-EMP-IDX 2)
                       SUBTRACT PH-STATE-TAX
                           FROM WS-EMP-HIST-AMOUNT (WS-EMP-IDX 3)
                       SUBTRACT PH-SOC-SEC-TAX
                           FROM WS-EMP-HIST-AMOUNT (WS-EMP-IDX 4)
                       SUBTRACT PH-MEDICARE-TAX
                           FROM WS-EMP-HIST-AMOUNT (WS-EMP-IDX 5)
                       SUBTRACT PH-NET-PAY
                           FROM WS-EMP-HIST-AMOUNT (WS-EMP-IDX 6)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * FIND-OR-ADD-EMPLOYEE: LOOKS WS-SEARCH-EMPLOYEE-ID UP IN THE    *
      * EMPLOYEE TABLE, OPENING A ZEROED ROW THE FIRST TIME IT TURNS   *
      * UP, AND LEAVES WS-EMP-IDX ON THE ROW. A FULL TABLE LEAVES      *
      * WS-FOUND-FLAG 'N' AND STOPS THE RECONCILIATION.                *
      ******************************************************************
       FIND-OR-ADD-EMPLOYEE.
           PERFORM FIND-EMPLOYEE.
           IF WS-FOUND-FLAG = 'N'
               IF WS-EMP-COUNT < 2000
                   ADD 1 TO WS-EMP-COUNT
                   SET WS-EMP-IDX TO WS-EMP-COUNT
                   MOVE WS-SEARCH-EMPLOYEE-ID
                       TO WS-EMP-EMPLOYEE-ID (WS-EMP-IDX)
                   PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                           UNTIL WS-FLD-SUB > 6
                       MOVE 0 TO WS-EMP-HIST-AMOUNT
                           (WS-EMP-IDX WS-FLD-SUB)
                       MOVE 0 TO WS-EMP-AUTH-AMOUNT
                           (WS-EMP-IDX WS-FLD-SUB)
                   END-PERFORM
                   MOVE 0 TO WS-EMP-CITE-COUNT (WS-EMP-IDX)
                   MOVE 'N' TO WS-EMP-ON-MASTER (WS-EMP-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * FIND-EMPLOYEE: LOOKS WS-SEARCH-EMPLOYEE-ID UP IN THE EMPLOYEE  *
      * TABLE, LEAVING WS-EMP-IDX ON THE ROW WHEN FOUND.               *
      ******************************************************************
       FIND-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-EMP-COUNT > 0
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   WHEN WS-EMP-IDX > WS-EMP-COUNT
                       CONTINUE
                   WHEN WS-EMP-EMPLOYEE-ID (WS-EMP-IDX)
                           = WS-SEARCH-EMPLOYEE-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      * LOAD-MAINTENANCE-AUDIT: ONE PASS OVER EMPMAINT'S CUMULATIVE    *
      * AUDIT FILE. AN ENTRY DATED IN THE OPEN YEAR THAT MOVED ANY YTD *
      * FIGURE IS NETTED INTO ITS EMPLOYEE'S AUTHORIZED CORRECTIONS    *
      * AND TABLED FOR CITING. DEMOG AND STATUS ENTRIES NEVER MOVE A   *
      * YTD FIGURE, SO THEY FALL OUT ON THEIR OWN. NO AUDIT FILE MEANS *
      * NO CORRECTIONS HAVE BEEN KEYED.                                *
      ******************************************************************
       LOAD-MAINTENANCE-AUDIT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-AUDIT
               UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * LOAD-ONE-AUDIT: READS ONE AUDIT ENTRY AND NETS IT IN WHEN IT   *
      * FALLS IN THE OPEN YEAR AND MOVES A YTD FIGURE.                 *
      ******************************************************************
       LOAD-ONE-AUDIT.
           READ AUDIT-FILE INTO WS-AUDIT-RECORD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
                   AND WS-AUD-RUN-DATE NUMERIC
                   AND WS-AUD-RUN-DATE NOT < WS-YEAR-OPEN-DATE
               PERFORM COMPUTE-AUDIT-EFFECT
               IF WS-AWK-MOVED-FLAG = 'Y'
                   PERFORM NET-AUDIT-CORRECTION
               END-IF
           END-IF.

      ******************************************************************
      * COMPUTE-AUDIT-EFFECT: AFTER IMAGE LESS BEFORE IMAGE FOR EACH   *
      * YTD FIGURE. A FIGURE THAT IS NOT NUMERIC (THE SPACES OF AN     *
      * ADD'S BEFORE OR A DELETE'S AFTER IMAGE) COUNTS AS ZERO, SO AN  *
      * ADD BRINGS ITS SEEDED FIGURES IN AND A DELETE TAKES THE        *
      * DELETED RECORD'S FIGURES BACK OUT.                             *
      ******************************************************************
       COMPUTE-AUDIT-EFFECT.
           MOVE 'N' TO WS-AWK-MOVED-FLAG.
           IF WS-AUA-EMPLOYEE-ID NOT = SPACES
               MOVE WS-AUA-EMPLOYEE-ID TO WS-AWK-EMPLOYEE-ID
           ELSE
               MOVE WS-AUB-EMPLOYEE-ID TO WS-AWK-EMPLOYEE-ID
           END-IF.
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 6
               MOVE 0 TO WS-AWK-BEFORE
               MOVE 0 TO WS-AWK-AFTER
               IF WS-AUB-YTD (WS-FLD-SUB) NUMERIC
                   MOVE WS-AUB-YTD (WS-FLD-SUB) TO WS-AWK-BEFORE
               END-IF
               IF WS-AUA-YTD (WS-FLD-SUB) NUMERIC
                   MOVE WS-AUA-YTD (WS-FLD-SUB) TO WS-AWK-AFTER
               END-IF
               COMPUTE WS-AWK-DELTA (WS-FLD-SUB) =
                   WS-AWK-AFTER - WS-AWK-BEFORE
               IF WS-AWK-DELTA (WS-FLD-SUB) NOT = 0
                   MOVE 'Y' TO WS-AWK-MOVED-FLAG
               END-IF
           END-PERFORM.
           IF WS-AWK-EMPLOYEE-ID = SPACES
               MOVE 'N' TO WS-AWK-MOVED-FLAG
           END-IF.

      ******************************************************************
      * NET-AUDIT-CORRECTION: ADDS THE ENTRY'S EFFECT INTO ITS         *
      * EMPLOYEE'S AUTHORIZED CORRECTIONS AND TABLES THE CITATION.     *
      ******************************************************************
       NET-AUDIT-CORRECTION.
           MOVE WS-AWK-EMPLOYEE-ID TO WS-SEARCH-EMPLOYEE-ID.
           PERFORM FIND-OR-ADD-EMPLOYEE.
           IF WS-FOUND-FLAG = 'Y'
               PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > 6
                   ADD WS-AWK-DELTA (WS-FLD-SUB)
                       TO WS-EMP-AUTH-AMOUNT (WS-EMP-IDX WS-FLD-SUB)
               END-PERFORM
               ADD 1 TO WS-EMP-CITE-COUNT (WS-EMP-IDX)
               ADD 1 TO WS-CORRECTIONS-NETTED
               IF WS-CIT-COUNT < 2000
                   ADD 1 TO WS-CIT-COUNT
                   MOVE WS-AWK-EMPLOYEE-ID
                       TO WS-CIT-EMPLOYEE-ID (WS-CIT-COUNT)
                   MOVE WS-AUD-RUN-DATE
                       TO WS-CIT-RUN-DATE (WS-CIT-COUNT)
                   MOVE WS-AUD-ACTION TO WS-CIT-ACTION (WS-CIT-COUNT)
                   MOVE WS-AUD-USER-ID TO WS-CIT-USER-ID (WS-CIT-COUNT)
                   MOVE WS-AUD-REASON TO WS-CIT-REASON (WS-CIT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * RECONCILE-MASTER: WRITES THE REPORT - EVERY MASTER RECORD IN   *
      * KEY ORDER, THEN EVERY EMPLOYEE THE HISTORY OR AUDIT KNOWS WHO  *
      * IS NOT ON THE MASTER, THEN THE COUNTS AND THE VERDICT. ANY     *
      * EMPLOYEE OUT OF BALANCE SETS RETURN CODE 8.                    *
      ******************************************************************
       RECONCILE-MASTER.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-TITLE-LINE.
           MOVE WS-YEAR-OPEN-DATE TO WS-ARL-OPEN-DATE.
           IF WS-YEAR-OPEN-DATE = 0
               MOVE '(NO YEAR CLOSE ON THE LEDGER)' TO WS-ARL-TEXT
           ELSE
               MOVE '(THE LAST YEAR CLOSE)' TO WS-ARL-TEXT
           END-IF.
           WRITE RECON-REPORT-RECORD FROM WS-AUDIT-RANGE-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-COLUMN-HEADING.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM RECONCILE-ONE-MASTER
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM RECONCILE-OFF-MASTER
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT.

           MOVE 'MASTER RECORDS CHECKED      ' TO WS-CNL-LABEL.
           MOVE WS-MASTERS-READ TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'DT HISTORY LINES ADDED      ' TO WS-CNL-LABEL.
           MOVE WS-DT-LINES-READ TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'RV HISTORY LINES BACKED OUT ' TO WS-CNL-LABEL.
           MOVE WS-RV-LINES-READ TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'CORRECTIONS NETTED IN       ' TO WS-CNL-LABEL.
           MOVE WS-CORRECTIONS-NETTED TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'HISTORY WITH NO MASTER      ' TO WS-CNL-LABEL.
           MOVE WS-NOT-ON-MASTER TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'EMPLOYEES OUT OF BALANCE    ' TO WS-CNL-LABEL.
           MOVE WS-EMPLOYEES-OUT TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE 'FIELDS OUT OF BALANCE       ' TO WS-CNL-LABEL.
           MOVE WS-FIELDS-OUT TO WS-CNL-COUNT.
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE.

           IF WS-EMPLOYEES-OUT = 0
               MOVE 'MASTER YTD AGREES WITH PAY HISTORY'
                   TO WS-VRD-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - RESOLVE BEFORE W2GEN OR YEAREND'
                   TO WS-VRD-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RECON-REPORT-RECORD FROM WS-VERDICT-LINE.
           CLOSE RECON-REPORT-FILE.
           DISPLAY 'YTDRECON: ' WS-EMPLOYEES-OUT
               ' EMPLOYEE(S) OUT OF BALANCE.'.

      ******************************************************************
      * RECONCILE-ONE-MASTER: READS THE NEXT MASTER RECORD AND HOLDS   *
      * ITS YTD FIGURES AGAINST THE EMPLOYEE'S HISTORY AND             *
      * CORRECTIONS. AN EMPLOYEE WITH NEITHER IS HELD TO ZERO.         *
      ******************************************************************
       RECONCILE-ONE-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y' AND WS-MASTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
               ADD 1 TO WS-MASTERS-READ
               MOVE MST-EMPLOYEE-ID TO WS-WRK-EMPLOYEE-ID
               MOVE SPACES TO WS-WRK-NOTE
               MOVE MST-YTD-GROSS-PAY TO WS-WRK-MASTER-AMOUNT (1)
               MOVE MST-YTD-FEDERAL-TAX TO WS-WRK-MASTER-AMOUNT (2)
               MOVE MST-YTD-STATE-TAX TO WS-WRK-MASTER-AMOUNT (3)
               MOVE MST-YTD-SOC-SEC-TAX TO WS-WRK-MASTER-AMOUNT (4)
               MOVE MST-YTD-MEDICARE-TAX TO WS-WRK-MASTER-AMOUNT (5)
               MOVE MST-YTD-NET-PAY TO WS-WRK-MASTER-AMOUNT (6)
               MOVE MST-EMPLOYEE-ID TO WS-SEARCH-EMPLOYEE-ID
               PERFORM FIND-EMPLOYEE
               IF WS-FOUND-FLAG = 'Y'
                   MOVE 'Y' TO WS-EMP-ON-MASTER (WS-EMP-IDX)
                   PERFORM STAGE-TABLE-ROW
               ELSE
                   MOVE 0 TO WS-WRK-CITE-COUNT
                   PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                           UNTIL WS-FLD-SUB > 6
                       MOVE 0 TO WS-WRK-HIST-AMOUNT (WS-FLD-SUB)
                       MOVE 0 TO WS-WRK-AUTH-AMOUNT (WS-FLD-SUB)
                   END-PERFORM
               END-IF
               PERFORM COMPARE-EMPLOYEE
           END-IF.

      ******************************************************************
      * RECONCILE-OFF-MASTER: AN EMPLOYEE THE HISTORY OR THE AUDIT     *
      * KNOWS WHO HAS NO MASTER RECORD IS HELD TO A MASTER OF ZERO -   *
      * HISTORY THAT NOBODY WILL GET A W-2 FOR IS OUT OF BALANCE       *
      * UNLESS A CITED DELETE TOOK THE SAME FIGURES OFF THE MASTER.    *
      ******************************************************************
       RECONCILE-OFF-MASTER.
           SET WS-EMP-IDX TO WS-EMP-SUB.
           IF WS-EMP-ON-MASTER (WS-EMP-IDX) = 'N'
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE WS-EMP-EMPLOYEE-ID (WS-EMP-IDX)
                   TO WS-WRK-EMPLOYEE-ID
               MOVE 'NOT ON MASTER' TO WS-WRK-NOTE
               PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > 6
                   MOVE 0 TO WS-WRK-MASTER-AMOUNT (WS-FLD-SUB)
               END-PERFORM
               PERFORM STAGE-TABLE-ROW
               PERFORM COMPARE-EMPLOYEE
           END-IF.

      ******************************************************************
      * STAGE-TABLE-ROW: COPIES THE HISTORY SUMS, CORRECTIONS, AND     *
      * CITATION COUNT OF THE ROW AT WS-EMP-IDX INTO THE WORK AREA.    *
      ******************************************************************
       STAGE-TABLE-ROW.
           MOVE WS-EMP-CITE-COUNT (WS-EMP-IDX) TO WS-WRK-CITE-COUNT.
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 6
               MOVE WS-EMP-HIST-AMOUNT (WS-EMP-IDX WS-FLD-SUB)
                   TO WS-WRK-HIST-AMOUNT (WS-FLD-SUB)
               MOVE WS-EMP-AUTH-AMOUNT (WS-EMP-IDX WS-FLD-SUB)
                   TO WS-WRK-AUTH-AMOUNT (WS-FLD-SUB)
           END-PERFORM.

      ******************************************************************
      * COMPARE-EMPLOYEE: LISTS EVERY FIELD WHERE THE MASTER DIFFERS   *
      * FROM THE HISTORY PLUS THE CORRECTIONS. AN EMPLOYEE WHO AGREES  *
      * ONLY THANKS TO CORRECTIONS GETS A BALANCED LINE INSTEAD.       *
      * EITHER WAY THE CORRECTIONS NETTED IN ARE CITED BENEATH.        *
      ******************************************************************
       COMPARE-EMPLOYEE.
           MOVE 0 TO WS-WRK-FIELDS-OUT.
           PERFORM COMPARE-ONE-FIELD
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 6.
           IF WS-WRK-FIELDS-OUT > 0
               ADD 1 TO WS-EMPLOYEES-OUT
           ELSE
               IF WS-WRK-CITE-COUNT > 0
                   MOVE WS-WRK-EMPLOYEE-ID TO WS-BAL-EMPLOYEE-ID
                   MOVE WS-WRK-NOTE TO WS-BAL-NOTE
                   WRITE RECON-REPORT-RECORD FROM WS-BALANCED-LINE
               END-IF
           END-IF.
           IF WS-WRK-CITE-COUNT > 0
               PERFORM WRITE-CITATION
                   VARYING WS-CIT-SUB FROM 1 BY 1
                   UNTIL WS-CIT-SUB > WS-CIT-COUNT
           END-IF.

      ******************************************************************
      * COMPARE-ONE-FIELD: PRINTS A DETAIL LINE FOR ONE YTD FIGURE     *
      * WHEN THE MASTER DIFFERS FROM THE HISTORY PLUS CORRECTIONS.     *
      ******************************************************************
       COMPARE-ONE-FIELD.
           COMPUTE WS-WRK-EXPECTED =
               WS-WRK-HIST-AMOUNT (WS-FLD-SUB)
             + WS-WRK-AUTH-AMOUNT (WS-FLD-SUB).
           COMPUTE WS-WRK-DIFFERENCE =
               WS-WRK-MASTER-AMOUNT (WS-FLD-SUB) - WS-WRK-EXPECTED.
           IF WS-WRK-DIFFERENCE NOT = 0
               ADD 1 TO WS-WRK-FIELDS-OUT
               ADD 1 TO WS-FIELDS-OUT
               MOVE WS-WRK-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID
               MOVE WS-FIELD-NAME (WS-FLD-SUB) TO WS-DTL-FIELD-NAME
               MOVE WS-WRK-MASTER-AMOUNT (WS-FLD-SUB) TO WS-DTL-MASTER
               MOVE WS-WRK-HIST-AMOUNT (WS-FLD-SUB) TO WS-DTL-HISTORY
               MOVE WS-WRK-AUTH-AMOUNT (WS-FLD-SUB)
                   TO WS-DTL-AUTHORIZED
               MOVE WS-WRK-DIFFERENCE TO WS-DTL-DIFFERENCE
               MOVE WS-WRK-NOTE TO WS-DTL-NOTE
               WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.

      ******************************************************************
      * WRITE-CITATION: PRINTS ONE TABLED CORRECTION UNDER THE         *
      * EMPLOYEE IT BELONGS TO.                                        *
      ******************************************************************
       WRITE-CITATION.
           IF WS-CIT-EMPLOYEE-ID (WS-CIT-SUB) = WS-WRK-EMPLOYEE-ID
               MOVE WS-CIT-RUN-DATE (WS-CIT-SUB) TO WS-CTL-RUN-DATE
               MOVE WS-CIT-ACTION (WS-CIT-SUB) TO WS-CTL-ACTION
               MOVE WS-CIT-USER-ID (WS-CIT-SUB) TO WS-CTL-USER-ID
               MOVE WS-CIT-REASON (WS-CIT-SUB) TO WS-CTL-REASON
               WRITE RECON-REPORT-RECORD FROM WS-CITATION-LINE
           END-IF.
