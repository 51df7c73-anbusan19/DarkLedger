      ******************************************************************
      * PROGRAM-ID: TAXMAINT                                           *
      * AUTHOR: LEDGER-DE-MAIN SYSTEM                                  *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESCRIPTION: TAX PARAMETER MAINTENANCE. READS A TRANSACTION    *
      *              FILE OF ADD / CHANGE / DELETE RECORDS AGAINST     *
      *              THE EFFECTIVE-DATED TAX PARAMETER FILE            *
      *              (data/taxparm.dat, LAYOUT TAXPARM), VALIDATES     *
      *              EACH ONE, APPLIES THE GOOD ONES, AND LEAVES THE   *
      *              SAME TWO TRAILS EMPMAINT DOES: A BEFORE/AFTER     *
      *              AUDIT FILE AND A MAINTENANCE REPORT SHOWING WHO   *
      *              CHANGED WHAT AND WHY. THIS IS THE ONLY            *
      *              SANCTIONED WAY TO CHANGE A RATE, BRACKET, OR      *
      *              LIMIT PAYROLL PRICES WITH, SO A NEW YEAR'S        *
      *              FIGURES ARE KEYED AHEAD OF TIME UNDER THE DATE    *
      *              THEY TAKE EFFECT AND NOTHING IS RECOMPILED.       *
      *                                                                *
      *              ACTIONS (KEYED ON TYPE, CODE, EFFECTIVE DATE,     *
      *              AND SEQUENCE):                                    *
      *                ADD    - CREATE A PARAMETER. THE KEY MUST NOT   *
      *                         EXIST.                                 *
      *                CHANGE - REPLACE A PARAMETER'S FIGURES          *
      *                         OUTRIGHT. THE KEY MUST EXIST.          *
      *                DELETE - REMOVE A PARAMETER (A FIGURE KEYED     *
      *                         UNDER THE WRONG DATE). THE KEY MUST    *
      *                         EXIST.                                 *
      *                                                                *
      *              RUN OPTIONS (COMMAND LINE):                       *
      *                (NONE)            - APPLY data/taxmaint.dat.    *
      *                LIST [YYYYMMDD]   - LIST THE PARAMETERS IN      *
      *                                    FORCE ON THE DATE GIVEN     *
      *                                    (DEFAULT TODAY) TO          *
      *                                    data/taxlist.rpt, AND SAY   *
      *                                    WHETHER THE SET IS          *
      *                                    COMPLETE ENOUGH FOR PAYROLL *
      *                                    TO RUN A BATCH CHECKED ON   *
      *                                    THAT DATE. RETURN CODE 8    *
      *                                    WHEN IT IS NOT.             *
      *                CONVERT           - ONE-TIME SEED OF AN EMPTY   *
      *                                    PARAMETER FILE WITH THE     *
      *                                    FIGURES PAYROLL CARRIED     *
      *                                    COMPILED IN, EFFECTIVE      *
      *                                    2026-01-01, AUDITED UNDER   *
      *                                    USER 'CONVERT'. REFUSED     *
      *                                    (RETURN CODE 8) IF THE FILE *
      *                                    ALREADY HOLDS ANYTHING.     *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-10-15  DL  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
       AUTHOR. LEDGER-DE-MAIN-SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE
               ASSIGN TO "data/taxmaint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT TAX-PARM-FILE
               ASSIGN TO "data/taxparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXP-KEY
               FILE STATUS IS WS-TAX-PARM-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "data/taxaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "data/taxmaint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LIST-FILE
               ASSIGN TO "data/taxlist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MAINT-RECORD                PIC X(98).

       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           COPY TAXPARM.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD                PIC X(192).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(110).

       FD  LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LIST-RECORD                 PIC X(110).

       WORKING-STORAGE SECTION.
      * ONE MAINTENANCE TRANSACTION. TYPE, CODE, EFFECTIVE DATE, AND  *
      * SEQUENCE ARE THE PARAMETER'S KEY (SEQUENCE IS THE BRACKET     *
      * NUMBER ON AN FB RECORD AND BLANK OR 00 OTHERWISE). THE FOUR   *
      * FIGURES ARE READ BY ADD AND CHANGE AND IGNORED BY DELETE; A   *
      * FIGURE LEFT BLANK IS ZERO. WS-TMT-USER-ID AND WS-TMT-REASON   *
      * ARE WHO KEYED THE CHANGE AND WHY, AND FLOW THROUGH TO THE     *
      * AUDIT FILE AND THE REPORT UNTOUCHED.                          *
       01  WS-MAINT-RECORD.
           05  WS-TMT-ACTION           PIC X(6).
               88  WS-TMT-ADD               VALUE 'ADD   '.
               88  WS-TMT-CHANGE            VALUE 'CHANGE'.
               88  WS-TMT-DELETE            VALUE 'DELETE'.
           05  WS-TMT-PARM-TYPE        PIC X(2).
               88  WS-TMT-FEDERAL-BRACKET   VALUE 'FB'.
               88  WS-TMT-STATE-RATE        VALUE 'ST'.
               88  WS-TMT-LIMIT             VALUE 'LM'.
           05  WS-TMT-PARM-CODE        PIC X(8).
           05  WS-TMT-EFFECTIVE-DATE   PIC X(8).
           05  WS-TMT-EFFECTIVE-DATE-N REDEFINES WS-TMT-EFFECTIVE-DATE
                                       PIC 9(8).
           05  WS-TMT-SEQ              PIC X(2).
           05  WS-TMT-SEQ-N REDEFINES WS-TMT-SEQ
                                       PIC 9(2).
           05  WS-TMT-RATE             PIC X(4).
           05  WS-TMT-RATE-N REDEFINES WS-TMT-RATE
                                       PIC V9999.
           05  WS-TMT-AMOUNT           PIC X(10).
           05  WS-TMT-AMOUNT-N REDEFINES WS-TMT-AMOUNT
                                       PIC 9(8)V99.
           05  WS-TMT-BRACKET-LOW      PIC X(10).
           05  WS-TMT-BRACKET-LOW-N REDEFINES WS-TMT-BRACKET-LOW
                                       PIC 9(8)V99.
           05  WS-TMT-BRACKET-HIGH     PIC X(10).
           05  WS-TMT-BRACKET-HIGH-N REDEFINES WS-TMT-BRACKET-HIGH
                                       PIC 9(8)V99.
           05  WS-TMT-USER-ID          PIC X(8).
           05  WS-TMT-REASON           PIC X(30).

      * THE EFFECTIVE DATE KEYED ON THE TRANSACTION, SPLIT SO         *
      * CHECK-DATE-FORMAT CAN TEST ITS PARTS.                         *
       01  WS-DATE-CHECK.
           05  WS-DTC-DATE             PIC X(8).
           05  WS-DTC-SPLIT REDEFINES WS-DTC-DATE.
               10  WS-DTC-YEAR         PIC 9(4).
               10  WS-DTC-MONTH        PIC 9(2).
               10  WS-DTC-DAY          PIC 9(2).

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-TRANS-APPLIED        PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.

       01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.
       01  WS-OPTION-TALLY             PIC 9(3) VALUE 0.
       01  WS-PARM-WORDS.
           05  WS-PARM-WORD-1          PIC X(10).
           05  WS-PARM-WORD-2          PIC X(10).

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-VALID-FLAG           PIC X VALUE 'Y'.
           05  WS-PARM-FOUND-FLAG      PIC X VALUE 'N'.
           05  WS-LIST-FLAG            PIC X VALUE 'N'.
               88  WS-LIST-RUN              VALUE 'Y'.
           05  WS-CONVERT-FLAG         PIC X VALUE 'N'.
               88  WS-CONVERT-RUN           VALUE 'Y'.
           05  WS-PARM-EOF-FLAG        PIC X VALUE 'N'.

       01  WS-VALIDATION-REASON        PIC X(12) VALUE SPACES.
           88  WS-REASON-BAD-ACTION        VALUE 'BAD-ACTION'.
           88  WS-REASON-MISSING-USER      VALUE 'MISSING-USER'.
           88  WS-REASON-BAD-TYPE          VALUE 'BAD-TYPE'.
           88  WS-REASON-BAD-CODE          VALUE 'BAD-CODE'.
           88  WS-REASON-BAD-DATE          VALUE 'BAD-DATE'.
           88  WS-REASON-BAD-SEQ           VALUE 'BAD-SEQ'.
           88  WS-REASON-NOT-FOUND         VALUE 'NOT-FOUND'.
           88  WS-REASON-DUPLICATE         VALUE 'DUPLICATE'.
           88  WS-REASON-BAD-AMOUNT        VALUE 'BAD-AMOUNT'.
           88  WS-REASON-BAD-BRACKET       VALUE 'BAD-BRACKET'.

       01  WS-FILE-STATUS.
           05  WS-MAINT-STATUS         PIC XX.
           05  WS-TAX-PARM-STATUS      PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-LIST-STATUS          PIC XX.

      * BEFORE/AFTER IMAGES OF THE PARAMETER RECORD AS IT STOOD       *
      * AROUND THE TRANSACTION. FOR AN ADD THE BEFORE IMAGE IS        *
      * SPACES; FOR A DELETE THE AFTER IMAGE IS SPACES.               *
       01  WS-AUDIT-RECORD-FORMATTED.
           05  WS-AUD-RUN-DATE         PIC 9(8).
           05  WS-AUD-USER-ID          PIC X(8).
           05  WS-AUD-ACTION           PIC X(6).
           05  WS-AUD-BEFORE-IMAGE     PIC X(70).
           05  WS-AUD-AFTER-IMAGE      PIC X(70).
           05  WS-AUD-REASON           PIC X(30).

       01  WS-REPORT-LINE-FORMATTED.
           05  WS-RPT-ACTION           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-PARM-TYPE        PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-PARM-CODE        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-EFFECTIVE-DATE   PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-SEQ              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON-CODE      PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-USER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON           PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(10)
                   VALUE 'MAINT TOT '.
           05  WS-RPT-TOT-READ         PIC ZZZZ9.
           05  FILLER                  PIC X(9)
                   VALUE ' APPLIED '.
           05  WS-RPT-TOT-APPLIED      PIC ZZZZ9.
           05  FILLER                  PIC X(10)
                   VALUE ' REJECTED '.
           05  WS-RPT-TOT-REJECTED     PIC ZZZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

      * THE FIGURES PAYROLL CARRIED COMPILED IN (FEDTAXTB, STTAXTB,   *
      * AND ITS OWN CONSTANTS) BEFORE THE PARAMETER FILE EXISTED,     *
      * IN FORCE FROM WS-CNV-EFFECTIVE-DATE. THEY SEED THE FILE ONCE  *
      * IN A CONVERT RUN AND ARE NEVER READ OTHERWISE - LATER CHANGES *
      * ARE KEYED AS TRANSACTIONS, NOT MADE HERE.                     *
       01  WS-CNV-EFFECTIVE-DATE       PIC 9(8) VALUE 20260101.
       01  WS-CNV-USER-ID              PIC X(8) VALUE 'CONVERT'.
       01  WS-CNV-REASON               PIC X(30)
               VALUE 'CONVERTED FROM COMPILED TABLES'.

      * FEDERAL BRACKETS: STATUS, LOW, HIGH, RATE (V999), BASE TAX -  *
      * FIVE PER FILING STATUS, LOWEST FIRST.                         *
       01  WS-CNV-FEDERAL-VALUES.
           05  FILLER      PIC X(34)
                   VALUE '1000000000000000300000000000000000'.
           05  FILLER      PIC X(34)
                   VALUE '1000003000000000900001000000000000'.
           05  FILLER      PIC X(34)
                   VALUE '1000009000000002000001200000006000'.
           05  FILLER      PIC X(34)
                   VALUE '1000020000000004000002200000019200'.
           05  FILLER      PIC X(34)
                   VALUE '1000040000099999999992400000063200'.
           05  FILLER      PIC X(34)
                   VALUE '2000000000000000600000000000000000'.
           05  FILLER      PIC X(34)
                   VALUE '2000006000000001800001000000000000'.
           05  FILLER      PIC X(34)
                   VALUE '2000018000000004000001200000012000'.
           05  FILLER      PIC X(34)
                   VALUE '2000040000000008000002200000038400'.
           05  FILLER      PIC X(34)
                   VALUE '2000080000099999999992400000126400'.
           05  FILLER      PIC X(34)
                   VALUE '3000000000000000450000000000000000'.
           05  FILLER      PIC X(34)
                   VALUE '3000004500000001350001000000000000'.
           05  FILLER      PIC X(34)
                   VALUE '3000013500000003000001200000009000'.
           05  FILLER      PIC X(34)
                   VALUE '3000030000000006000002200000028800'.
           05  FILLER      PIC X(34)
                   VALUE '3000060000099999999992400000094800'.

       01  WS-CNV-FEDERAL-TABLE REDEFINES WS-CNV-FEDERAL-VALUES.
           05  WS-CNV-FED-ENTRY OCCURS 15 TIMES.
               10  WS-CNV-FED-STATUS       PIC X(01).
               10  WS-CNV-FED-LOW          PIC 9(08)V99.
               10  WS-CNV-FED-HIGH         PIC 9(08)V99.
               10  WS-CNV-FED-RATE         PIC V999.
               10  WS-CNV-FED-BASE-TAX     PIC 9(08)V99.

       01  WS-CNV-STATE-VALUES.
           05  FILLER      PIC X(06) VALUE 'CA0930'.
           05  FILLER      PIC X(06) VALUE 'NY0685'.
           05  FILLER      PIC X(06) VALUE 'IL0495'.
           05  FILLER      PIC X(06) VALUE 'PA0307'.
           05  FILLER      PIC X(06) VALUE 'OH0399'.
           05  FILLER      PIC X(06) VALUE 'GA0575'.
           05  FILLER      PIC X(06) VALUE 'NC0525'.
           05  FILLER      PIC X(06) VALUE 'NJ0637'.
           05  FILLER      PIC X(06) VALUE 'TX0000'.
           05  FILLER      PIC X(06) VALUE 'FL0000'.
           05  FILLER      PIC X(06) VALUE 'WA0000'.

       01  WS-CNV-STATE-TABLE REDEFINES WS-CNV-STATE-VALUES.
           05  WS-CNV-ST-ENTRY OCCURS 11 TIMES.
               10  WS-CNV-ST-CODE          PIC X(02).
               10  WS-CNV-ST-RATE          PIC V9999.

      * NAMED LIMITS: CODE, RATE (V9999), AMOUNT.                     *
       01  WS-CNV-LIMIT-VALUES.
           05  FILLER      PIC X(22) VALUE 'SOCSEC  06200017610000'.
           05  FILLER      PIC X(22) VALUE '401K    00000002450000'.
           05  FILLER      PIC X(22) VALUE 'FUTA    00600000700000'.
           05  FILLER      PIC X(22) VALUE 'SUTA    02700000950000'.
           05  FILLER      PIC X(22) VALUE 'SUPPFED 22000000000000'.

       01  WS-CNV-LIMIT-TABLE REDEFINES WS-CNV-LIMIT-VALUES.
           05  WS-CNV-LM-ENTRY OCCURS 5 TIMES.
               10  WS-CNV-LM-CODE          PIC X(08).
               10  WS-CNV-LM-RATE          PIC V9999.
               10  WS-CNV-LM-AMOUNT        PIC 9(08)V99.

       01  WS-CNV-WORK.
           05  WS-CNV-SUB              PIC 99.
           05  WS-CNV-SEQ              PIC 99.
           05  WS-CNV-LAST-STATUS      PIC X(01).

      * IN-FORCE LISTING WORK AREA. THE FILE IS READ IN KEY ORDER,    *
      * SO EACH TYPE-AND-CODE GROUP ARRIVES TOGETHER, OLDEST          *
      * EFFECTIVE DATE FIRST - THE SAME PASS PAYROLL MAKES. THE       *
      * RECORDS OF THE LATEST DATE NOT AFTER THE AS-OF DATE ARE       *
      * STAGED HERE AND LISTED WHEN THE GROUP ENDS, AND THE FOUND     *
      * FLAGS AND COUNTS MIRROR THE CHECKS PAYROLL MAKES BEFORE IT    *
      * WILL PRICE A BATCH.                                           *
       01  WS-LIST-WORK.
           05  WS-LST-GROUP-TYPE       PIC X(02).
           05  WS-LST-GROUP-CODE       PIC X(08).
           05  WS-LST-STAGE-DATE       PIC 9(08).
           05  WS-LST-STAGE-COUNT      PIC 99.
           05  WS-LST-STAGE-SUB        PIC 99.
           05  WS-LST-STAGE-ENTRY OCCURS 10 TIMES
                                       PIC X(70).
           05  WS-LST-FED-1-COUNT      PIC 99.
           05  WS-LST-FED-2-COUNT      PIC 99.
           05  WS-LST-FED-3-COUNT      PIC 99.
           05  WS-LST-FED-TOTAL        PIC 999.
           05  WS-LST-STATE-COUNT      PIC 999.
           05  WS-LST-SOCSEC-FLAG      PIC X.
           05  WS-LST-401K-FLAG        PIC X.
           05  WS-LST-FUTA-FLAG        PIC X.
           05  WS-LST-SUTA-FLAG        PIC X.
           05  WS-LST-SUPPFED-FLAG     PIC X.
           05  WS-LST-OVERFLOW-FLAG    PIC X.
           05  WS-LST-COMPLETE-FLAG    PIC X.
           05  WS-LST-LINE-COUNT       PIC 9(5).

      * A STAGED PARAMETER RECORD, LAID OUT AS TAXPARM IS, FOR THE    *
      * DETAIL LINE.                                                  *
       01  WS-LST-RECORD.
           05  WS-LPR-PARM-TYPE        PIC X(2).
           05  WS-LPR-PARM-CODE        PIC X(8).
           05  WS-LPR-EFFECTIVE-DATE   PIC 9(8).
           05  WS-LPR-SEQ              PIC 9(2).
           05  WS-LPR-RATE             PIC V9999.
           05  WS-LPR-AMOUNT           PIC 9(8)V99.
           05  WS-LPR-BRACKET-LOW      PIC 9(8)V99.
           05  WS-LPR-BRACKET-HIGH     PIC 9(8)V99.
           05  WS-LPR-LAST-UPDATE-DATE PIC 9(8).
           05  WS-LPR-LAST-UPDATE-USER PIC X(8).

       01  WS-LIST-TITLE-LINE.
           05  FILLER                  PIC X(30)
                   VALUE 'TAX PARAMETERS IN FORCE ON    '.
           05  WS-LTL-AS-OF-DATE       PIC 9(8).
           05  FILLER                  PIC X(14)
                   VALUE '     RUN DATE '.
           05  WS-LTL-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-LIST-HEADING-LINE.
           05  FILLER                  PIC X(36)
                   VALUE 'TY  CODE      SQ  EFFECTIVE RATE    '.
           05  FILLER                  PIC X(39)
                   VALUE '     AMOUNT    BRACKET LOW   BRACKET HI'.
           05  FILLER                  PIC X(20)
                   VALUE 'GH  UPDATED   BY    '.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIST-DETAIL-LINE.
           05  WS-LDL-PARM-TYPE        PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-PARM-CODE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-SEQ              PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-RATE             PIC 9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-AMOUNT           PIC Z(7)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-BRACKET-LOW      PIC Z(7)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-BRACKET-HIGH     PIC Z(7)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-UPDATE-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LDL-UPDATE-USER      PIC X(8).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIST-MESSAGE-LINE.
           05  WS-LML-TEXT             PIC X(80).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM PARSE-RUN-OPTIONS.
           IF WS-LIST-RUN
               PERFORM RUN-IN-FORCE-LISTING
           ELSE
               IF WS-CONVERT-RUN
                   PERFORM RUN-CONVERSION
               ELSE
                   PERFORM RUN-MAINTENANCE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * PARSE-RUN-OPTIONS: A 'LIST' TOKEN ON THE COMMAND LINE SELECTS  *
      * THE IN-FORCE LISTING; AN EIGHT-DIGIT WORD AFTER IT IS THE      *
      * DATE TO LIST FOR, OTHERWISE THE RUN DATE. A 'CONVERT' TOKEN    *
      * SELECTS THE ONE-TIME SEED. LIST WINS IF BOTH ARE GIVEN - IT    *
      * CHANGES NOTHING.                                               *
      ******************************************************************
       PARSE-RUN-OPTIONS.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
           MOVE 0 TO WS-OPTION-TALLY.
           INSPECT WS-COMMAND-LINE
               TALLYING WS-OPTION-TALLY FOR ALL 'LIST'.
           IF WS-OPTION-TALLY > 0
               MOVE 'Y' TO WS-LIST-FLAG
               MOVE SPACES TO WS-PARM-WORDS
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-PARM-WORD-1 WS-PARM-WORD-2
               END-UNSTRING
               IF WS-PARM-WORD-2 (1:8) NUMERIC
                       AND WS-PARM-WORD-2 (9:2) = SPACES
                   MOVE WS-PARM-WORD-2 (1:8) TO WS-AS-OF-DATE
               END-IF
           END-IF.
           MOVE 0 TO WS-OPTION-TALLY.
           INSPECT WS-COMMAND-LINE
               TALLYING WS-OPTION-TALLY FOR ALL 'CONVERT'.
           IF WS-OPTION-TALLY > 0 AND NOT WS-LIST-RUN
               MOVE 'Y' TO WS-CONVERT-FLAG
           END-IF.

      ******************************************************************
      * RUN-MAINTENANCE: APPLIES THE TRANSACTION FILE, ONE             *
      * TRANSACTION AT A TIME, AND TOTALS THE REPORT.                  *
      ******************************************************************
       RUN-MAINTENANCE.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-TRANSACTION.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               PERFORM PROCESS-TRANSACTION
               PERFORM READ-NEXT-TRANSACTION
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTAL.
           PERFORM CLOSE-FILES.

      ******************************************************************
      * OPEN-FILES: OPENS THE TRANSACTION, PARAMETER, AUDIT, AND       *
      * REPORT FILES. A MISSING PARAMETER FILE (STATUS '35') IS        *
      * CREATED EMPTY FIRST, AS EMPMAINT DOES FOR THE MASTER. THE      *
      * AUDIT FILE IS APPENDED TO, SO THE HISTORY OF EVERY FIGURE      *
      * PAYROLL HAS EVER PRICED WITH SURVIVES FROM RUN TO RUN.         *
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT MAINT-FILE.
           PERFORM OPEN-PARAMETER-FILE.
           PERFORM OPEN-AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.

      ******************************************************************
      * OPEN-PARAMETER-FILE: OPENS THE PARAMETER FILE I-O, CREATING IT *
      * EMPTY WHEN IT DOES NOT EXIST YET.                              *
      ******************************************************************
       OPEN-PARAMETER-FILE.
           OPEN I-O TAX-PARM-FILE.
           IF WS-TAX-PARM-STATUS = '35'
               OPEN OUTPUT TAX-PARM-FILE
               CLOSE TAX-PARM-FILE
               OPEN I-O TAX-PARM-FILE
           END-IF.

      ******************************************************************
      * OPEN-AUDIT-FILE: OPENS THE AUDIT FILE FOR APPEND, CREATING IT  *
      * ON THE FIRST RUN.                                              *
      ******************************************************************
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

      ******************************************************************
      * CLOSE-FILES: CLOSES EVERY FILE OPENED BY OPEN-FILES.           *
      ******************************************************************
       CLOSE-FILES.
           CLOSE MAINT-FILE.
           CLOSE TAX-PARM-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.

      ******************************************************************
      * READ-NEXT-TRANSACTION: READS THE NEXT MAINTENANCE TRANSACTION. *
      * SETS EOF FLAG WHEN END OF FILE IS REACHED. ANY NON-ZERO READ   *
      * STATUS (E.G. NO TRANSACTION FILE WAS SUPPLIED AT ALL) IS ALSO  *
      * TREATED AS END OF FILE RATHER THAN SPINNING ON A DEAD FILE.    *
      ******************************************************************
       READ-NEXT-TRANSACTION.
           READ MAINT-FILE INTO WS-MAINT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG NOT = 'Y' AND WS-MAINT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
               ADD 1 TO WS-TRANS-READ
           END-IF.

      ******************************************************************
      * PROCESS-TRANSACTION: VALIDATES ONE TRANSACTION, APPLIES IT TO  *
      * THE PARAMETER FILE IF IT PASSES, AND WRITES THE AUDIT AND      *
      * REPORT LINES EITHER WAY. THE BEFORE IMAGE IS CAPTURED BY THE   *
      * VALIDATION READ, BEFORE THE RECORD AREA IS CHANGED.            *
      ******************************************************************
       PROCESS-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-VALID-FLAG = 'Y'
               PERFORM APPLY-TRANSACTION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

      ******************************************************************
      * VALIDATE-TRANSACTION: CHECKS THE ACTION CODE, USER ID, AND THE *
      * KEY - A KNOWN TYPE, A CODE THAT TYPE ALLOWS, A REAL EFFECTIVE  *
      * DATE, AND A BRACKET NUMBER 01-10 ON AN FB RECORD (00 ON ANY    *
      * OTHER) - THEN THAT THE PARAMETER EXISTS (OR DOESN'T, FOR ADD), *
      * AND FOR ADD AND CHANGE THAT THE FIGURES ARE NUMBERS AND MAKE   *
      * SENSE FOR THE TYPE. CHECKS STOP AT THE FIRST FAILURE SO THE    *
      * REASON CODE REFLECTS THE ROOT CAUSE. THE EXISTENCE READ ALSO   *
      * CAPTURES THE BEFORE IMAGE FOR THE AUDIT RECORD.                *
      ******************************************************************
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE SPACES TO WS-VALIDATION-REASON.
           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.

           IF NOT WS-TMT-ADD AND NOT WS-TMT-CHANGE
                   AND NOT WS-TMT-DELETE
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'BAD-ACTION' TO WS-VALIDATION-REASON
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-TMT-USER-ID = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'MISSING-USER' TO WS-VALIDATION-REASON
           END-IF.

           IF WS-VALID-FLAG = 'Y'
                   AND NOT WS-TMT-FEDERAL-BRACKET
                   AND NOT WS-TMT-STATE-RATE
                   AND NOT WS-TMT-LIMIT
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'BAD-TYPE' TO WS-VALIDATION-REASON
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               PERFORM CHECK-PARAMETER-CODE
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               MOVE WS-TMT-EFFECTIVE-DATE TO WS-DTC-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-VALID-FLAG = 'N'
                   MOVE 'BAD-DATE' TO WS-VALIDATION-REASON
               END-IF
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               PERFORM CHECK-SEQUENCE
           END-IF.

           IF WS-VALID-FLAG = 'Y'
               PERFORM READ-PARAMETER-FOR-TRANSACTION
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-TMT-ADD
               IF WS-PARM-FOUND-FLAG = 'Y'
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'DUPLICATE' TO WS-VALIDATION-REASON
               END-IF
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND NOT WS-TMT-ADD
               IF WS-PARM-FOUND-FLAG = 'N'
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'NOT-FOUND' TO WS-VALIDATION-REASON
               END-IF
           END-IF.

           IF WS-VALID-FLAG = 'Y'
                   AND (WS-TMT-ADD OR WS-TMT-CHANGE)
               PERFORM CHECK-PARAMETER-FIGURES
           END-IF.

      ******************************************************************
      * CHECK-PARAMETER-CODE: REJECTS (BAD-CODE) A CODE THE TYPE DOES  *
      * NOT ALLOW - A FILING STATUS OTHER THAN 1, 2, OR 3 ON AN FB     *
      * RECORD, ANYTHING BUT A TWO-LETTER TAX CODE ON AN ST RECORD,    *
      * OR A LIMIT NAME PAYROLL DOES NOT KNOW ON AN LM RECORD.         *
      ******************************************************************
       CHECK-PARAMETER-CODE.
           EVALUATE TRUE
               WHEN WS-TMT-FEDERAL-BRACKET
                   IF WS-TMT-PARM-CODE NOT = '1'
                           AND WS-TMT-PARM-CODE NOT = '2'
                           AND WS-TMT-PARM-CODE NOT = '3'
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN WS-TMT-STATE-RATE
                   IF WS-TMT-PARM-CODE (1:2) NOT ALPHABETIC-UPPER
                           OR WS-TMT-PARM-CODE (1:1) = SPACE
                           OR WS-TMT-PARM-CODE (2:1) = SPACE
                           OR WS-TMT-PARM-CODE (3:6) NOT = SPACES
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN WS-TMT-LIMIT
                   IF WS-TMT-PARM-CODE NOT = 'SOCSEC'
                           AND WS-TMT-PARM-CODE NOT = '401K'
                           AND WS-TMT-PARM-CODE NOT = 'FUTA'
                           AND WS-TMT-PARM-CODE NOT = 'SUTA'
                           AND WS-TMT-PARM-CODE NOT = 'SUPPFED'
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
           END-EVALUATE.
           IF WS-VALID-FLAG = 'N'
               MOVE 'BAD-CODE' TO WS-VALIDATION-REASON
           END-IF.

      ******************************************************************
      * CHECK-SEQUENCE: AN FB RECORD'S SEQUENCE IS ITS BRACKET NUMBER  *
      * AND MUST BE 01-10 - THE MOST BRACKETS PAYROLL'S TABLE HOLDS    *
      * PER FILING STATUS. ON ANY OTHER TYPE IT MUST BE BLANK OR 00    *
      * (BLANK IS TAKEN AS 00). ANYTHING ELSE IS BAD-SEQ.              *
      ******************************************************************
       CHECK-SEQUENCE.
           IF WS-TMT-SEQ = SPACES
               MOVE '00' TO WS-TMT-SEQ
           END-IF.
           IF WS-TMT-SEQ NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
           ELSE
               IF WS-TMT-FEDERAL-BRACKET
                   IF WS-TMT-SEQ-N < 1 OR WS-TMT-SEQ-N > 10
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               ELSE
                   IF WS-TMT-SEQ-N NOT = 0
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-FLAG = 'N'
               MOVE 'BAD-SEQ' TO WS-VALIDATION-REASON
           END-IF.

      ******************************************************************
      * CHECK-PARAMETER-FIGURES: BLANK FIGURES ARE TAKEN AS ZERO; ANY  *
      * OTHER FIGURE THAT IS NOT ALL DIGITS IS BAD-AMOUNT. AN FB       *
      * BRACKET WHOSE HIGH END IS NOT ABOVE ITS LOW END IS             *
      * BAD-BRACKET. A LIMIT MISSING THE FIGURE PAYROLL USES IT FOR    *
      * (A WAGE BASE, THE DEFERRAL LIMIT, A RATE) IS BAD-AMOUNT - A    *
      * ZERO THERE WOULD QUIETLY STOP THE TAX OR THE DEFERRAL COLD.    *
      ******************************************************************
       CHECK-PARAMETER-FIGURES.
           IF WS-TMT-RATE = SPACES
               MOVE ZEROS TO WS-TMT-RATE
           END-IF.
           IF WS-TMT-AMOUNT = SPACES
               MOVE ZEROS TO WS-TMT-AMOUNT
           END-IF.
           IF WS-TMT-BRACKET-LOW = SPACES
               MOVE ZEROS TO WS-TMT-BRACKET-LOW
           END-IF.
           IF WS-TMT-BRACKET-HIGH = SPACES
               MOVE ZEROS TO WS-TMT-BRACKET-HIGH
           END-IF.
           IF WS-TMT-RATE NOT NUMERIC OR WS-TMT-AMOUNT NOT NUMERIC
                   OR WS-TMT-BRACKET-LOW NOT NUMERIC
                   OR WS-TMT-BRACKET-HIGH NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'BAD-AMOUNT' TO WS-VALIDATION-REASON
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-TMT-FEDERAL-BRACKET
               IF WS-TMT-BRACKET-HIGH-N NOT > WS-TMT-BRACKET-LOW-N
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'BAD-BRACKET' TO WS-VALIDATION-REASON
               END-IF
           END-IF.

           IF WS-VALID-FLAG = 'Y' AND WS-TMT-LIMIT
               EVALUATE WS-TMT-PARM-CODE
                   WHEN 'SOCSEC'
                   WHEN 'FUTA'
                   WHEN 'SUTA'
                       IF WS-TMT-RATE-N = 0 OR WS-TMT-AMOUNT-N = 0
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
                   WHEN '401K'
                       IF WS-TMT-AMOUNT-N = 0
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
                   WHEN 'SUPPFED'
                       IF WS-TMT-RATE-N = 0
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
               END-EVALUATE
               IF WS-VALID-FLAG = 'N'
                   MOVE 'BAD-AMOUNT' TO WS-VALIDATION-REASON
               END-IF
           END-IF.

      ******************************************************************
      * READ-PARAMETER-FOR-TRANSACTION: LOOKS THE KEY UP ON THE        *
      * PARAMETER FILE AND, WHEN FOUND, SAVES THE RECORD AS THE AUDIT  *
      * BEFORE IMAGE WHILE IT IS STILL UNTOUCHED.                      *
      ******************************************************************
       READ-PARAMETER-FOR-TRANSACTION.
           MOVE 'Y' TO WS-PARM-FOUND-FLAG.
           MOVE WS-TMT-PARM-TYPE TO TXP-PARM-TYPE.
           MOVE WS-TMT-PARM-CODE TO TXP-PARM-CODE.
           MOVE WS-TMT-EFFECTIVE-DATE-N TO TXP-EFFECTIVE-DATE.
           MOVE WS-TMT-SEQ-N TO TXP-SEQ.
           READ TAX-PARM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PARM-FOUND-FLAG
           END-READ.
           IF WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'N' TO WS-PARM-FOUND-FLAG
           END-IF.
           IF WS-PARM-FOUND-FLAG = 'Y'
               MOVE TAX-PARM-RECORD TO WS-AUD-BEFORE-IMAGE
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
      * PARAMETER FILE. ADD WRITES A NEW RECORD, CHANGE REWRITES ITS   *
      * FIGURES OUTRIGHT, AND DELETE REMOVES IT. THE AFTER IMAGE FOR   *
      * THE AUDIT RECORD IS CAPTURED HERE.                             *
      ******************************************************************
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-AUD-AFTER-IMAGE.
           IF WS-TMT-DELETE
               DELETE TAX-PARM-FILE
           ELSE
               MOVE WS-TMT-PARM-TYPE TO TXP-PARM-TYPE
               MOVE WS-TMT-PARM-CODE TO TXP-PARM-CODE
               MOVE WS-TMT-EFFECTIVE-DATE-N TO TXP-EFFECTIVE-DATE
               MOVE WS-TMT-SEQ-N TO TXP-SEQ
               MOVE WS-TMT-RATE-N TO TXP-RATE
               MOVE WS-TMT-AMOUNT-N TO TXP-AMOUNT
               MOVE WS-TMT-BRACKET-LOW-N TO TXP-BRACKET-LOW
               MOVE WS-TMT-BRACKET-HIGH-N TO TXP-BRACKET-HIGH
               MOVE WS-RUN-DATE TO TXP-LAST-UPDATE-DATE
               MOVE WS-TMT-USER-ID TO TXP-LAST-UPDATE-USER
               IF WS-TMT-ADD
                   WRITE TAX-PARM-RECORD
               ELSE
                   REWRITE TAX-PARM-RECORD
               END-IF
               MOVE TAX-PARM-RECORD TO WS-AUD-AFTER-IMAGE
           END-IF.

      ******************************************************************
      * WRITE-AUDIT-RECORD: WRITES THE BEFORE/AFTER IMAGES, RUN DATE,  *
      * USER, ACTION, AND FREE-TEXT REASON FOR ONE APPLIED             *
      * TRANSACTION. REJECTED TRANSACTIONS APPEAR ONLY ON THE REPORT - *
      * THEY NEVER TOUCHED THE FILE, SO THERE IS NOTHING TO AUDIT.     *
      ******************************************************************
       WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO WS-AUD-RUN-DATE.
           MOVE WS-TMT-USER-ID TO WS-AUD-USER-ID.
           MOVE WS-TMT-ACTION TO WS-AUD-ACTION.
           MOVE WS-TMT-REASON TO WS-AUD-REASON.
           WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD-FORMATTED.

      ******************************************************************
      * WRITE-REPORT-LINE: WRITES ONE LINE PER TRANSACTION - APPLIED   *
      * OR REJECTED WITH ITS REASON CODE - PLUS WHO KEYED IT AND WHY.  *
      ******************************************************************
       WRITE-REPORT-LINE.
           MOVE WS-TMT-ACTION TO WS-RPT-ACTION.
           MOVE WS-TMT-PARM-TYPE TO WS-RPT-PARM-TYPE.
           MOVE WS-TMT-PARM-CODE TO WS-RPT-PARM-CODE.
           MOVE WS-TMT-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE.
           MOVE WS-TMT-SEQ TO WS-RPT-SEQ.
           IF WS-VALID-FLAG = 'Y'
               MOVE 'APPLIED ' TO WS-RPT-STATUS
           ELSE
               MOVE 'REJECTED' TO WS-RPT-STATUS
           END-IF.
           MOVE WS-VALIDATION-REASON TO WS-RPT-REASON-CODE.
           MOVE WS-TMT-USER-ID TO WS-RPT-USER-ID.
           MOVE WS-TMT-REASON TO WS-RPT-REASON.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-FORMATTED.

      ******************************************************************
      * WRITE-REPORT-TOTAL: WRITES THE READ/APPLIED/REJECTED COUNTS    *
      * SO THE BATCH CAN BE TIED OUT AGAINST THE TRANSACTION FILE.     *
      ******************************************************************
       WRITE-REPORT-TOTAL.
           MOVE WS-TRANS-READ TO WS-RPT-TOT-READ.
           MOVE WS-TRANS-APPLIED TO WS-RPT-TOT-APPLIED.
           MOVE WS-TRANS-REJECTED TO WS-RPT-TOT-REJECTED.
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.

      ******************************************************************
      * RUN-CONVERSION: SEEDS AN EMPTY PARAMETER FILE WITH THE         *
      * FIGURES PAYROLL CARRIED COMPILED IN, EACH WRITTEN AS AN ADD    *
      * UNDER USER 'CONVERT' WITH ITS OWN AUDIT RECORD AND REPORT      *
      * LINE, SO THE FILE'S FIRST GENERATION IS AS TRACEABLE AS EVERY  *
      * ONE AFTER IT. A FILE THAT ALREADY HOLDS ANY RECORD IS LEFT     *
      * ALONE - CONVERSION RUNS ONCE.                                  *
      ******************************************************************
       RUN-CONVERSION.
           PERFORM OPEN-PARAMETER-FILE.
           READ TAX-PARM-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF WS-TAX-PARM-STATUS = '00'
               DISPLAY 'TAXMAINT: data/taxparm.dat ALREADY HOLDS '
               DISPLAY 'PARAMETERS - CONVERSION REFUSED. KEY ANY '
               DISPLAY 'CHANGE AS A TRANSACTION.'
               MOVE 8 TO RETURN-CODE
               CLOSE TAX-PARM-FILE
           ELSE
               PERFORM OPEN-AUDIT-FILE
               OPEN OUTPUT REPORT-FILE
               MOVE 'ADD   ' TO WS-TMT-ACTION
               MOVE WS-CNV-USER-ID TO WS-TMT-USER-ID
               MOVE WS-CNV-REASON TO WS-TMT-REASON
               MOVE WS-CNV-EFFECTIVE-DATE TO WS-TMT-EFFECTIVE-DATE-N
               MOVE SPACES TO WS-CNV-LAST-STATUS
               MOVE 0 TO WS-CNV-SEQ
               PERFORM CONVERT-FEDERAL-BRACKET
                   VARYING WS-CNV-SUB FROM 1 BY 1
                   UNTIL WS-CNV-SUB > 15
               PERFORM CONVERT-STATE-RATE
                   VARYING WS-CNV-SUB FROM 1 BY 1
                   UNTIL WS-CNV-SUB > 11
               PERFORM CONVERT-NAMED-LIMIT
                   VARYING WS-CNV-SUB FROM 1 BY 1
                   UNTIL WS-CNV-SUB > 5
               PERFORM WRITE-REPORT-TOTAL
               CLOSE TAX-PARM-FILE
               CLOSE AUDIT-FILE
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
      * CONVERT-FEDERAL-BRACKET: STAGES ONE FORMER FEDTAXTB ROW AS AN  *
      * FB TRANSACTION, NUMBERING THE BRACKETS 01 UP WITHIN EACH       *
      * FILING STATUS, AND ADDS IT.                                    *
      ******************************************************************
       CONVERT-FEDERAL-BRACKET.
           IF WS-CNV-FED-STATUS (WS-CNV-SUB) NOT = WS-CNV-LAST-STATUS
               MOVE WS-CNV-FED-STATUS (WS-CNV-SUB)
                   TO WS-CNV-LAST-STATUS
               MOVE 0 TO WS-CNV-SEQ
           END-IF.
           ADD 1 TO WS-CNV-SEQ.
           MOVE 'FB' TO WS-TMT-PARM-TYPE.
           MOVE WS-CNV-FED-STATUS (WS-CNV-SUB) TO WS-TMT-PARM-CODE.
           MOVE WS-CNV-SEQ TO WS-TMT-SEQ-N.
           MOVE WS-CNV-FED-RATE (WS-CNV-SUB) TO WS-TMT-RATE-N.
           MOVE WS-CNV-FED-BASE-TAX (WS-CNV-SUB) TO WS-TMT-AMOUNT-N.
           MOVE WS-CNV-FED-LOW (WS-CNV-SUB) TO WS-TMT-BRACKET-LOW-N.
           MOVE WS-CNV-FED-HIGH (WS-CNV-SUB) TO WS-TMT-BRACKET-HIGH-N.
           PERFORM CONVERT-ONE-PARAMETER.

      ******************************************************************
      * CONVERT-STATE-RATE: STAGES ONE FORMER STTAXTB ROW AS AN ST     *
      * TRANSACTION AND ADDS IT.                                       *
      ******************************************************************
       CONVERT-STATE-RATE.
           MOVE 'ST' TO WS-TMT-PARM-TYPE.
           MOVE WS-CNV-ST-CODE (WS-CNV-SUB) TO WS-TMT-PARM-CODE.
           MOVE 0 TO WS-TMT-SEQ-N.
           MOVE WS-CNV-ST-RATE (WS-CNV-SUB) TO WS-TMT-RATE-N.
           MOVE 0 TO WS-TMT-AMOUNT-N.
           MOVE 0 TO WS-TMT-BRACKET-LOW-N.
           MOVE 0 TO WS-TMT-BRACKET-HIGH-N.
           PERFORM CONVERT-ONE-PARAMETER.

      ******************************************************************
      * CONVERT-NAMED-LIMIT: STAGES ONE FORMER PAYROLL CONSTANT AS AN  *
      * LM TRANSACTION AND ADDS IT.                                    *
      ******************************************************************
       CONVERT-NAMED-LIMIT.
           MOVE 'LM' TO WS-TMT-PARM-TYPE.
           MOVE WS-CNV-LM-CODE (WS-CNV-SUB) TO WS-TMT-PARM-CODE.
           MOVE 0 TO WS-TMT-SEQ-N.
           MOVE WS-CNV-LM-RATE (WS-CNV-SUB) TO WS-TMT-RATE-N.
           MOVE WS-CNV-LM-AMOUNT (WS-CNV-SUB) TO WS-TMT-AMOUNT-N.
           MOVE 0 TO WS-TMT-BRACKET-LOW-N.
           MOVE 0 TO WS-TMT-BRACKET-HIGH-N.
           PERFORM CONVERT-ONE-PARAMETER.

      ******************************************************************
      * CONVERT-ONE-PARAMETER: ADDS THE STAGED TRANSACTION THROUGH THE *
      * SAME APPLY, AUDIT, AND REPORT STEPS A KEYED ADD TAKES.         *
      ******************************************************************
       CONVERT-ONE-PARAMETER.
           ADD 1 TO WS-TRANS-READ.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE SPACES TO WS-VALIDATION-REASON.
           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           PERFORM APPLY-TRANSACTION.
           IF WS-TAX-PARM-STATUS = '00'
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'DUPLICATE' TO WS-VALIDATION-REASON
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * RUN-IN-FORCE-LISTING: LISTS, FOR THE AS-OF DATE, EVERY         *
      * PARAMETER IN FORCE - EACH FILING STATUS'S BRACKETS, EACH       *
      * STATE'S RATE, EACH NAMED LIMIT - WITH THE DATE IT TOOK EFFECT  *
      * AND WHO LAST KEYED IT, THEN NAMES ANYTHING PAYROLL WOULD FIND  *
      * MISSING. AN INCOMPLETE SET ENDS WITH RETURN CODE 8, SO THE     *
      * LISTING CAN GATE A BATCH THE WAY PAYROLL ITSELF WOULD.         *
      ******************************************************************
       RUN-IN-FORCE-LISTING.
           MOVE 0 TO WS-LST-FED-1-COUNT.
           MOVE 0 TO WS-LST-FED-2-COUNT.
           MOVE 0 TO WS-LST-FED-3-COUNT.
           MOVE 0 TO WS-LST-FED-TOTAL.
           MOVE 0 TO WS-LST-STATE-COUNT.
           MOVE 'N' TO WS-LST-SOCSEC-FLAG.
           MOVE 'N' TO WS-LST-401K-FLAG.
           MOVE 'N' TO WS-LST-FUTA-FLAG.
           MOVE 'N' TO WS-LST-SUTA-FLAG.
           MOVE 'N' TO WS-LST-SUPPFED-FLAG.
           MOVE 'N' TO WS-LST-OVERFLOW-FLAG.
           MOVE 0 TO WS-LST-LINE-COUNT.
           MOVE SPACES TO WS-LST-GROUP-TYPE.
           MOVE SPACES TO WS-LST-GROUP-CODE.
           MOVE 0 TO WS-LST-STAGE-DATE.
           MOVE 0 TO WS-LST-STAGE-COUNT.
           OPEN OUTPUT LIST-FILE.
           MOVE WS-AS-OF-DATE TO WS-LTL-AS-OF-DATE.
           MOVE WS-RUN-DATE TO WS-LTL-RUN-DATE.
           WRITE LIST-RECORD FROM WS-LIST-TITLE-LINE.
           WRITE LIST-RECORD FROM WS-BLANK-LINE.
           WRITE LIST-RECORD FROM WS-LIST-HEADING-LINE.
           MOVE 'N' TO WS-PARM-EOF-FLAG.
           OPEN INPUT TAX-PARM-FILE.
           IF WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-IF.
           PERFORM LIST-ONE-PARAMETER
               UNTIL WS-PARM-EOF-FLAG = 'Y'.
           PERFORM LIST-PARAMETER-GROUP.
           IF WS-TAX-PARM-STATUS = '00' OR WS-TAX-PARM-STATUS = '10'
               CLOSE TAX-PARM-FILE
           END-IF.
           PERFORM WRITE-LIST-VERDICT.
           CLOSE LIST-FILE.

      ******************************************************************
      * LIST-ONE-PARAMETER: READS ONE PARAMETER RECORD. A NEW TYPE OR  *
      * CODE LISTS THE GROUP BEFORE IT; A RECORD IN FORCE BY THE       *
      * AS-OF DATE IS STAGED, A LATER DATE REPLACING THE STAGE         *
      * OUTRIGHT - THE SAME RULE PAYROLL LOADS BY.                     *
      ******************************************************************
       LIST-ONE-PARAMETER.
           READ TAX-PARM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.
           IF WS-PARM-EOF-FLAG NOT = 'Y'
                   AND WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-IF.
           IF WS-PARM-EOF-FLAG NOT = 'Y'
               IF TXP-PARM-TYPE NOT = WS-LST-GROUP-TYPE
                       OR TXP-PARM-CODE NOT = WS-LST-GROUP-CODE
                   PERFORM LIST-PARAMETER-GROUP
                   MOVE TXP-PARM-TYPE TO WS-LST-GROUP-TYPE
                   MOVE TXP-PARM-CODE TO WS-LST-GROUP-CODE
                   MOVE 0 TO WS-LST-STAGE-DATE
                   MOVE 0 TO WS-LST-STAGE-COUNT
               END-IF
               IF TXP-EFFECTIVE-DATE <= WS-AS-OF-DATE
                   IF TXP-EFFECTIVE-DATE NOT = WS-LST-STAGE-DATE
                       MOVE TXP-EFFECTIVE-DATE TO WS-LST-STAGE-DATE
                       MOVE 0 TO WS-LST-STAGE-COUNT
                   END-IF
                   IF WS-LST-STAGE-COUNT < 10
                       ADD 1 TO WS-LST-STAGE-COUNT
                       MOVE TAX-PARM-RECORD TO
                           WS-LST-STAGE-ENTRY (WS-LST-STAGE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LST-OVERFLOW-FLAG
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LIST-PARAMETER-GROUP: LISTS THE STAGED RECORDS OF THE GROUP    *
      * JUST ENDED AND COUNTS THEM TOWARD THE COMPLETENESS CHECK. A    *
      * GROUP WITH NOTHING IN FORCE YET LISTS NOTHING.                 *
      ******************************************************************
       LIST-PARAMETER-GROUP.
           IF WS-LST-STAGE-COUNT > 0
               EVALUATE WS-LST-GROUP-TYPE
                   WHEN 'FB'
                       EVALUATE WS-LST-GROUP-CODE
                           WHEN '1'
                               MOVE WS-LST-STAGE-COUNT
                                   TO WS-LST-FED-1-COUNT
                           WHEN '2'
                               MOVE WS-LST-STAGE-COUNT
                                   TO WS-LST-FED-2-COUNT
                           WHEN '3'
                               MOVE WS-LST-STAGE-COUNT
                                   TO WS-LST-FED-3-COUNT
                       END-EVALUATE
                       ADD WS-LST-STAGE-COUNT TO WS-LST-FED-TOTAL
                   WHEN 'ST'
                       ADD 1 TO WS-LST-STATE-COUNT
                   WHEN 'LM'
                       EVALUATE WS-LST-GROUP-CODE
                           WHEN 'SOCSEC'
                               MOVE 'Y' TO WS-LST-SOCSEC-FLAG
                           WHEN '401K'
                               MOVE 'Y' TO WS-LST-401K-FLAG
                           WHEN 'FUTA'
                               MOVE 'Y' TO WS-LST-FUTA-FLAG
                           WHEN 'SUTA'
                               MOVE 'Y' TO WS-LST-SUTA-FLAG
                           WHEN 'SUPPFED'
                               MOVE 'Y' TO WS-LST-SUPPFED-FLAG
                       END-EVALUATE
               END-EVALUATE
               PERFORM WRITE-LIST-DETAIL
                   VARYING WS-LST-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-LST-STAGE-SUB > WS-LST-STAGE-COUNT
           END-IF.

      ******************************************************************
      * WRITE-LIST-DETAIL: WRITES ONE STAGED PARAMETER ON THE LISTING. *
      ******************************************************************
       WRITE-LIST-DETAIL.
           MOVE WS-LST-STAGE-ENTRY (WS-LST-STAGE-SUB) TO WS-LST-RECORD.
           MOVE WS-LPR-PARM-TYPE TO WS-LDL-PARM-TYPE.
           MOVE WS-LPR-PARM-CODE TO WS-LDL-PARM-CODE.
           MOVE WS-LPR-SEQ TO WS-LDL-SEQ.
           MOVE WS-LPR-EFFECTIVE-DATE TO WS-LDL-EFFECTIVE-DATE.
           MOVE WS-LPR-RATE TO WS-LDL-RATE.
           MOVE WS-LPR-AMOUNT TO WS-LDL-AMOUNT.
           MOVE WS-LPR-BRACKET-LOW TO WS-LDL-BRACKET-LOW.
           MOVE WS-LPR-BRACKET-HIGH TO WS-LDL-BRACKET-HIGH.
           MOVE WS-LPR-LAST-UPDATE-DATE TO WS-LDL-UPDATE-DATE.
           MOVE WS-LPR-LAST-UPDATE-USER TO WS-LDL-UPDATE-USER.
           WRITE LIST-RECORD FROM WS-LIST-DETAIL-LINE.
           ADD 1 TO WS-LST-LINE-COUNT.

      ******************************************************************
      * WRITE-LIST-VERDICT: NAMES EVERY REQUIRED FIGURE NOT IN FORCE   *
      * ON THE AS-OF DATE, AND ANY SET TOO BIG FOR PAYROLL'S TABLES    *
      * (30 BRACKETS, 20 STATE CODES), THEN SAYS WHETHER PAYROLL       *
      * WOULD PRICE A BATCH CHECKED ON THAT DATE.                      *
      ******************************************************************
       WRITE-LIST-VERDICT.
           MOVE 'Y' TO WS-LST-COMPLETE-FLAG.
           WRITE LIST-RECORD FROM WS-BLANK-LINE.
           IF WS-LST-FED-1-COUNT = 0
               MOVE '*** MISSING: FEDERAL BRACKETS, FILING STATUS 1'
                   TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-FED-2-COUNT = 0
               MOVE '*** MISSING: FEDERAL BRACKETS, FILING STATUS 2'
                   TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-FED-3-COUNT = 0
               MOVE '*** MISSING: FEDERAL BRACKETS, FILING STATUS 3'
                   TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-STATE-COUNT = 0
               MOVE '*** MISSING: STATE RATES (NONE IN FORCE)'
                   TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-SOCSEC-FLAG = 'N'
               MOVE '*** MISSING: LIMIT SOCSEC' TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-401K-FLAG = 'N'
               MOVE '*** MISSING: LIMIT 401K' TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-FUTA-FLAG = 'N'
               MOVE '*** MISSING: LIMIT FUTA' TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-SUTA-FLAG = 'N'
               MOVE '*** MISSING: LIMIT SUTA' TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-SUPPFED-FLAG = 'N'
               MOVE '*** MISSING: LIMIT SUPPFED' TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-OVERFLOW-FLAG = 'Y' OR WS-LST-FED-TOTAL > 30
                   OR WS-LST-STATE-COUNT > 20
               MOVE '*** MORE IN FORCE THAN PAYROLL''S TABLES HOLD'
                   TO WS-LML-TEXT
               PERFORM WRITE-LIST-MISSING
           END-IF.
           IF WS-LST-COMPLETE-FLAG = 'Y'
               MOVE 'SET IS COMPLETE - PAYROLL WILL PRICE A BATCH '
                   TO WS-LML-TEXT
               MOVE 'CHECKED ON THIS DATE.' TO WS-LML-TEXT (46:21)
               WRITE LIST-RECORD FROM WS-LIST-MESSAGE-LINE
           ELSE
               MOVE '*** SET IS INCOMPLETE - PAYROLL WILL REFUSE A '
                   TO WS-LML-TEXT
               MOVE 'BATCH CHECKED ON THIS DATE ***'
                   TO WS-LML-TEXT (47:30)
               WRITE LIST-RECORD FROM WS-LIST-MESSAGE-LINE
               DISPLAY 'TAXMAINT: PARAMETERS IN FORCE ON '
                   WS-AS-OF-DATE ' ARE INCOMPLETE - SEE '
                   'data/taxlist.rpt.'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * WRITE-LIST-MISSING: WRITES ONE SHORTFALL LINE AND MARKS THE    *
      * SET INCOMPLETE.                                                *
      ******************************************************************
       WRITE-LIST-MISSING.
           WRITE LIST-RECORD FROM WS-LIST-MESSAGE-LINE.
           MOVE 'N' TO WS-LST-COMPLETE-FLAG.
