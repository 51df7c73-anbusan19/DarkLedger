      ******************************************************************
      * PROGRAM-ID: STALECHK                                           *
      * AUTHOR: LEDGER-DE-MAIN SYSTEM                                  *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESCRIPTION: STALE-DATED CHECK VOIDING AND UNCLAIMED PROPERTY  *
      *              (ESCHEATMENT) PROCESSING FOR THE PAPER CHECKS ON  *
      *              THE CHECK REGISTER data/chkreg.dat. TWO MODES:    *
      *              THE ORDINARY RUN (NO PARAMETER) - AGES EVERY      *
      *                CHECK STILL OPEN ON THE REGISTER (AN IS OR RI   *
      *                ROW WITH NO CL, VD, OR SV ROW SINCE) BY ITS     *
      *                CRG-ACTION-DATE, AND ONE OLDER THAN THE STALE   *
      *                DATE (WS-STALE-DAYS) IS STALE-VOIDED:           *
      *                  - AN 'SV' ROW IS APPENDED TO THE REGISTER,    *
      *                    WHICH POSPAY SENDS THE BANK AS A 'V' VOID   *
      *                    SO THE PAPER IS REFUSED IF IT SURFACES,     *
      *                    AND WHICH BANKREC AND CHKPRNT TREAT AS A    *
      *                    VOID;                                       *
      *                  - THE MONEY IS RECLASSED OUT OF PAYROLL CASH  *
      *                    INTO THE UNCLAIMED WAGES LIABILITY ON THE   *
      *                    RUN'S OWN GL JOURNAL data/staleglp.dat (IN  *
      *                    PAYROLL'S GL LAYOUT, BATCH 'S' + RUN DATE - *
      *                    data/glpost.dat BELONGS TO THE LAST PAYROLL *
      *                    BATCH AND IS RECREATED BY THE NEXT ONE);    *
      *                  - EVERY CHECK VOIDED, AND THE OPEN CHECKS     *
      *                    STILL INSIDE THE STALE DATE, ARE LISTED ON  *
      *                    THE RUN REPORT data/stalechk.rpt.           *
      *              THE ANNUAL RUN ('ESCHEAT', OPTIONALLY FOLLOWED BY *
      *                THE YYYYMMDD DATE THE REPORT IS AS OF - THE RUN *
      *                DATE WHEN OMITTED) - LISTS EVERY STALE-VOIDED   *
      *                CHECK WHOSE OWNER'S STATE DORMANCY PERIOD HAS   *
      *                RUN OUT BY THAT DATE ON THE UNCLAIMED PROPERTY  *
      *                REPORT data/unclaim.rpt, GROUPED BY OWNER STATE *
      *                (THE EMPLOYEE'S ADDRESS ON data/empmast.dat; AN *
      *                OWNER WITH NO ADDRESS ON FILE IS REPORTED TO    *
      *                THE HOLDER'S OWN STATE), WITH STATE AND GRAND   *
      *                TOTALS. EACH CHECK REPORTED GETS AN 'ES' ROW ON *
      *                THE REGISTER SO NO LATER YEAR REPORTS IT AGAIN. *
      *                THE REMITTANCE TO EACH STATE IS PAID OUT OF THE *
      *                UNCLAIMED WAGES LIABILITY THROUGH PAYABLES.     *
      *              A REGISTER HOLDING MORE LIVE CHECKS THAN THE      *
      *              TABLE STOPS THE RUN WITH RETURN CODE 8 BEFORE     *
      *              ANYTHING IS WRITTEN.                              *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-10-15  DL  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALECHK.
       AUTHOR. LEDGER-DE-MAIN-SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/chkreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/empmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STALE-GL-FILE
               ASSIGN TO "data/staleglp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALE-GL-STATUS.
           SELECT RUN-REPORT-FILE
               ASSIGN TO "data/stalechk.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REPORT-STATUS.
           SELECT UNCLAIMED-REPORT-FILE
               ASSIGN TO "data/unclaim.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLAIMED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

       FD  STALE-GL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STALE-GL-RECORD             PIC X(58).

       FD  RUN-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUN-REPORT-RECORD           PIC X(100).

       FD  UNCLAIMED-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  UNCLAIMED-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      * THE STALE DATE: A CHECK STILL OPEN MORE THAN THIS MANY DAYS   *
      * AFTER IT WAS ISSUED IS VOIDED AND ITS MONEY RECLASSED. THE    *
      * HOLDER STATE IS WHERE AN OWNER WITH NO KNOWN ADDRESS IS       *
      * REPORTED - THE HOUSE'S OWN STATE, AS ON THE W-2 EMPLOYER      *
      * RECORD.                                                       *
       01  WS-STALE-CONSTANTS.
           05  WS-STALE-DAYS           PIC 9(4) VALUE 180.
           05  WS-HOLDER-STATE         PIC X(02) VALUE 'IL'.
           05  WS-HOLDER-NAME          PIC X(20)
                   VALUE 'LEDGER-DE-MAIN'.
           05  WS-DEFAULT-DORMANCY     PIC 9(1) VALUE 1.

      * THE DORMANCY PERIOD FOR UNCLAIMED WAGES, IN YEARS FROM THE    *
      * DATE THE WAGES WERE PAYABLE, FOR EACH STATE THE HOUSE HAS     *
      * PAID INTO. A STATE NOT LISTED TAKES WS-DEFAULT-DORMANCY.      *
       01  WS-DORMANCY-VALUES.
           05  FILLER                  PIC X(03) VALUE 'CA1'.
           05  FILLER                  PIC X(03) VALUE 'NY3'.
           05  FILLER                  PIC X(03) VALUE 'IL1'.
           05  FILLER                  PIC X(03) VALUE 'PA2'.
           05  FILLER                  PIC X(03) VALUE 'OH1'.
           05  FILLER                  PIC X(03) VALUE 'GA1'.
           05  FILLER                  PIC X(03) VALUE 'NC1'.
           05  FILLER                  PIC X(03) VALUE 'NJ1'.
           05  FILLER                  PIC X(03) VALUE 'TX1'.
           05  FILLER                  PIC X(03) VALUE 'FL1'.
           05  FILLER                  PIC X(03) VALUE 'WA1'.

       01  WS-DORMANCY-TABLE REDEFINES WS-DORMANCY-VALUES.
           05  WS-DRM-ENTRY OCCURS 11 TIMES
                   INDEXED BY WS-DRM-IDX.
               10  WS-DRM-STATE        PIC X(02).
               10  WS-DRM-YEARS        PIC 9(01).

      * THE GLACCTTB CHART OF ACCOUNTS, FOR THE PAYROLL CASH AND      *
      * UNCLAIMED WAGES ACCOUNTS THE RECLASS POSTS TO.                *
           COPY GLACCTTB.

      * ONE LINE OF data/staleglp.dat, IN PAYROLL'S GL POSTING        *
      * LAYOUT SO THE GL INTERFACE LOADS IT LIKE ANY BATCH'S JOURNAL. *
       01  WS-GL-POST-RECORD-FORMATTED.
           05  WS-GL-OUT-BATCH-ID      PIC X(09).
           05  WS-GL-OUT-RUN-DATE      PIC 9(08).
           05  WS-GL-OUT-ACCOUNT       PIC X(06).
           05  WS-GL-OUT-DEPARTMENT    PIC X(04).
           05  WS-GL-OUT-DC            PIC X(01).
           05  WS-GL-OUT-AMOUNT        PIC 9(12)V99.
           05  WS-GL-OUT-DESC          PIC X(16).

       01  WS-GL-WORK.
           05  WS-GL-WORK-CODE         PIC X(02).
           05  WS-GL-WORK-DC           PIC X(01).
           05  WS-GL-WORK-AMOUNT       PIC 9(12)V99.

       01  WS-STALE-BATCH-ID.
           05  WS-SBI-PREFIX           PIC X(01) VALUE 'S'.
           05  WS-SBI-RUN-DATE         PIC 9(08).

       01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.
       01  WS-OPTION-TALLY             PIC 9(2) VALUE 0.
       01  WS-PARM-WORDS.
           05  WS-PARM-WORD-1          PIC X(10).
           05  WS-PARM-WORD-2          PIC X(10).

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.

      * EVERY CHECK STILL LIVE ON THE REGISTER, REBUILT FROM THE      *
      * APPEND-ONLY FILE AT STARTUP. A CHECK THAT CLEARS OR IS        *
      * VOIDED FREES ITS SLOT ('F'); A STALE-VOIDED CHECK STAYS ('S') *
      * UNTIL IT IS REPORTED AS UNCLAIMED PROPERTY, WHEN ITS SLOT     *
      * FREES TOO. SPACES IS A CHECK STILL OPEN.                      *
       01  WS-CHECK-TABLE.
           05  WS-CHK-COUNT            PIC 9(4) VALUE 0.
           05  WS-CHK-ENTRY OCCURS 2000 TIMES.
               10  WS-CHK-CHECK-NO     PIC 9(8).
               10  WS-CHK-ISSUE-DATE   PIC 9(8).
               10  WS-CHK-BATCH-ID     PIC X(9).
               10  WS-CHK-EMPLOYEE-ID  PIC X(10).
               10  WS-CHK-PAYEE-NAME   PIC X(30).
               10  WS-CHK-AMOUNT       PIC 9(10)V99.
               10  WS-CHK-STATE-FLAG   PIC X(1).
                   88  WS-CHK-IS-OPEN           VALUE SPACE.
                   88  WS-CHK-IS-STALE-VOIDED   VALUE 'S'.
                   88  WS-CHK-IS-FREE           VALUE 'F'.

       01  WS-CHK-SUB                  PIC 9(4).
       01  WS-CHK-FREE-SUB             PIC 9(4).

      * THE CHECKS ONE ESCHEAT RUN REPORTS, WITH THE OWNER'S LAST     *
      * KNOWN NAME AND ADDRESS OFF THE MASTER, AND THE DISTINCT OWNER *
      * STATES THEY FALL UNDER, SO THE REPORT CAN BE PRINTED ONE      *
      * STATE AT A TIME.                                              *
       01  WS-ESCHEAT-TABLE.
           05  WS-ESC-COUNT            PIC 9(4) VALUE 0.
           05  WS-ESC-ENTRY OCCURS 2000 TIMES.
               10  WS-ESC-CHK-SUB      PIC 9(4).
               10  WS-ESC-STATE        PIC X(02).
               10  WS-ESC-ADDR-FLAG    PIC X(01).
               10  WS-ESC-NAME         PIC X(30).
               10  WS-ESC-SSN          PIC X(09).
               10  WS-ESC-STREET       PIC X(30).
               10  WS-ESC-CITY         PIC X(20).
               10  WS-ESC-ZIP          PIC X(09).

       01  WS-ESC-SUB                  PIC 9(4).

       01  WS-OWNER-STATE-TABLE.
           05  WS-OST-COUNT            PIC 9(2) VALUE 0.
           05  WS-OST-ENTRY OCCURS 60 TIMES.
               10  WS-OST-STATE        PIC X(02).
               10  WS-OST-YEARS        PIC 9(01).

       01  WS-OST-SUB                  PIC 9(2).

      * THE OWNER'S STATE AND DORMANCY FOR THE CHECK BEING TESTED.    *
       01  WS-OWNER-WORK.
           05  WS-OWN-STATE            PIC X(02).
           05  WS-OWN-ADDR-FLAG        PIC X(01).
           05  WS-OWN-YEARS            PIC 9(01).
           05  WS-OWN-DORMANT-DATE     PIC 9(8).

      * DAY NUMBERS FOR AGING A CHECK: DAYS SINCE A FIXED ORIGIN,     *
      * COUNTED ON A YEAR THAT STARTS IN MARCH SO THE LEAP DAY FALLS  *
      * AT THE END. TWO DAY NUMBERS SUBTRACT TO THE DAYS BETWEEN.     *
       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-DATE              PIC 9(8).
           05  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
               10  WS-DN-DATE-YEAR     PIC 9(4).
               10  WS-DN-DATE-MONTH    PIC 9(2).
               10  WS-DN-DATE-DAY      PIC 9(2).
           05  WS-DN-YEAR              PIC 9(5).
           05  WS-DN-MONTH             PIC 9(2).
           05  WS-DN-QUAD-YEARS        PIC 9(5).
           05  WS-DN-CENTURIES         PIC 9(5).
           05  WS-DN-QUAD-CENTURIES    PIC 9(5).
           05  WS-DN-MONTH-WORK        PIC 9(5).
           05  WS-DN-MONTH-DAYS        PIC 9(5).
           05  WS-DN-RESULT            PIC 9(7).
           05  WS-DN-VALID-FLAG        PIC X(1).

       01  WS-RUN-DAY-NUMBER           PIC 9(7) VALUE 0.
       01  WS-CHECK-AGE-DAYS           PIC 9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-REGISTER-READ        PIC 9(6) VALUE 0.
           05  WS-CHECKS-STALE-VOIDED  PIC 9(5) VALUE 0.
           05  WS-CHECKS-STILL-OPEN    PIC 9(5) VALUE 0.
           05  WS-CHECKS-BAD-DATE      PIC 9(5) VALUE 0.
           05  WS-CHECKS-AWAITING      PIC 9(5) VALUE 0.
           05  WS-STATE-CHECK-COUNT    PIC 9(5) VALUE 0.

       01  WS-AMOUNTS.
           05  WS-STALE-VOIDED-AMOUNT  PIC 9(12)V99 VALUE 0.
           05  WS-STILL-OPEN-AMOUNT    PIC 9(12)V99 VALUE 0.
           05  WS-AWAITING-AMOUNT      PIC 9(12)V99 VALUE 0.
           05  WS-STATE-AMOUNT         PIC 9(12)V99 VALUE 0.
           05  WS-ESCHEAT-AMOUNT       PIC 9(12)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-REG-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-REG-FULL-FLAG        PIC X VALUE 'N'.
           05  WS-ESC-FULL-FLAG        PIC X VALUE 'N'.
           05  WS-ESCHEAT-FLAG         PIC X VALUE 'N'.
               88  WS-ESCHEAT-RUN           VALUE 'Y'.
           05  WS-MASTER-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-MASTER-IS-OPEN        VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REGISTER-STATUS      PIC XX.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-STALE-GL-STATUS      PIC XX.
           05  WS-RUN-REPORT-STATUS    PIC XX.
           05  WS-UNCLAIMED-STATUS     PIC XX.

      * THE STALE-CHECK RUN REPORT: A HEADING, ONE LINE PER CHECK     *
      * VOIDED OR STILL OPEN, AND THE TOTALS THE RECLASS FOOTS TO.    *
       01  WS-RUN-TITLE-LINE.
           05  FILLER                  PIC X(34)
                   VALUE 'STALE-DATED CHECK RUN    RUN DATE '.
           05  WS-RTL-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(14)
                   VALUE '   STALE AFTER'.
           05  WS-RTL-STALE-DAYS       PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-RUN-DETAIL-LINE.
           05  WS-RDL-ACTION           PIC X(10).
           05  WS-RDL-CHECK-NUMBER     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-ISSUE-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-AGE-DAYS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-PAYEE            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-AMOUNT           PIC Z(9)9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  WS-RTT-LABEL            PIC X(40).
           05  WS-RTT-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(10)
                   VALUE '  AMOUNT  '.
           05  WS-RTT-AMOUNT           PIC Z(11)9.99.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-RUN-RECLASS-LINE.
           05  FILLER                  PIC X(17)
                   VALUE 'GL RECLASS BATCH '.
           05  WS-RRL-BATCH-ID         PIC X(9).
           05  FILLER                  PIC X(4) VALUE '  DR'.
           05  WS-RRL-DR-ACCOUNT       PIC X(6).
           05  FILLER                  PIC X(4) VALUE '  CR'.
           05  WS-RRL-CR-ACCOUNT       PIC X(6).
           05  FILLER                  PIC X(10)
                   VALUE '  AMOUNT  '.
           05  WS-RRL-AMOUNT           PIC Z(11)9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.

      * THE UNCLAIMED PROPERTY REPORT: HOLDER HEADING, THEN FOR EACH  *
      * OWNER STATE A HEADING, TWO LINES PER CHECK (THE OWNER AND     *
      * PROPERTY, THEN THE LAST KNOWN ADDRESS), AND A STATE TOTAL.    *
       01  WS-UNC-TITLE-LINE.
           05  FILLER                  PIC X(44)
                   VALUE 'UNCLAIMED PROPERTY REPORT - UNCLAIMED WAGES '.
           05  FILLER                  PIC X(17)
                   VALUE '(PAYROLL CHECKS) '.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-UNC-HOLDER-LINE.
           05  FILLER                  PIC X(07) VALUE 'HOLDER '.
           05  WS-UHL-HOLDER-NAME      PIC X(20).
           05  FILLER                  PIC X(15)
                   VALUE ' HOLDER STATE  '.
           05  WS-UHL-HOLDER-STATE     PIC X(02).
           05  FILLER                  PIC X(18)
                   VALUE '   DORMANT AS OF  '.
           05  WS-UHL-AS-OF-DATE       PIC 9(8).
           05  FILLER                  PIC X(13)
                   VALUE '   RUN DATE  '.
           05  WS-UHL-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-UNC-STATE-LINE.
           05  FILLER                  PIC X(12) VALUE 'OWNER STATE '.
           05  WS-USL-STATE            PIC X(02).
           05  FILLER                  PIC X(19)
                   VALUE '   DORMANCY PERIOD '.
           05  WS-USL-YEARS            PIC 9(01).
           05  FILLER                  PIC X(08) VALUE ' YEAR(S)'.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-UNC-OWNER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-NAME             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-SSN              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-CHECK-NUMBER     PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-ISSUE-DATE       PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-AMOUNT           PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UOL-ADDR-NOTE        PIC X(15).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-UNC-ADDRESS-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-UAL-STREET           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UAL-CITY             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UAL-STATE            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UAL-ZIP              PIC X(09).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-UNC-TOTAL-LINE.
           05  WS-UTL-LABEL            PIC X(30).
           05  WS-UTL-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(10)
                   VALUE '  AMOUNT  '.
           05  WS-UTL-AMOUNT           PIC Z(11)9.99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM PARSE-RUN-OPTIONS.
           PERFORM LOAD-CHECK-REGISTER.
           IF WS-REG-FULL-FLAG = 'Y'
               DISPLAY 'STALECHK: CHECK REGISTER HAS MORE LIVE '
               DISPLAY 'CHECKS THAN THE TABLE HOLDS - RUN REFUSED. '
               DISPLAY 'ARCHIVE THE REGISTER FIRST.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ESCHEAT-RUN
                   PERFORM RUN-ESCHEAT-REPORT
               ELSE
                   PERFORM RUN-STALE-VOIDING
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * PARSE-RUN-OPTIONS: AN 'ESCHEAT' TOKEN ON THE COMMAND LINE      *
      * SELECTS THE ANNUAL UNCLAIMED PROPERTY RUN. AN EIGHT-DIGIT      *
      * WORD AFTER IT IS THE DATE THE REPORT IS AS OF (TYPICALLY THE   *
      * STATES' REPORTING CUTOFF); WITHOUT ONE IT IS THE RUN DATE.     *
      ******************************************************************
       PARSE-RUN-OPTIONS.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
           MOVE 0 TO WS-OPTION-TALLY.
           INSPECT WS-COMMAND-LINE
               TALLYING WS-OPTION-TALLY FOR ALL 'ESCHEAT'.
           IF WS-OPTION-TALLY > 0
               MOVE 'Y' TO WS-ESCHEAT-FLAG
               MOVE SPACES TO WS-PARM-WORDS
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-PARM-WORD-1 WS-PARM-WORD-2
               END-UNSTRING
               IF WS-PARM-WORD-2 (1:8) NUMERIC
                       AND WS-PARM-WORD-2 (9:2) = SPACES
                   MOVE WS-PARM-WORD-2 (1:8) TO WS-AS-OF-DATE
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-CHECK-REGISTER: REBUILDS THE LIVE CHECK TABLE FROM THE    *
      * WHOLE REGISTER. NO REGISTER AT ALL MEANS NO CHECK WAS EVER     *
      * CUT, WHICH LEAVES NOTHING TO AGE - NOT AN ERROR.               *
      ******************************************************************
       LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-REG-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-REGISTER-RECORD
               UNTIL WS-REG-EOF-FLAG = 'Y'.
           IF WS-REGISTER-STATUS = '00' OR WS-REGISTER-STATUS = '10'
               CLOSE CHECK-REGISTER-FILE
           END-IF.

      ******************************************************************
      * LOAD-ONE-REGISTER-RECORD: READS ONE REGISTER ROW - IS AND RI   *
      * ADD AN OPEN CHECK, SV STALE-VOIDS IT, AND CL, VD, AND ES       *
      * (CLEARED, VOIDED, OR ALREADY REPORTED TO A STATE) RETIRE IT.   *
      ******************************************************************
       LOAD-ONE-REGISTER-RECORD.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-REG-EOF-FLAG
           END-READ.
           IF WS-REG-EOF-FLAG NOT = 'Y'
                   AND WS-REGISTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-REG-EOF-FLAG
           END-IF.
           IF WS-REG-EOF-FLAG NOT = 'Y'
               ADD 1 TO WS-REGISTER-READ
               EVALUATE CRG-ACTION
                   WHEN 'IS'
                   WHEN 'RI'
                       PERFORM ADD-CHECK-TO-TABLE
                   WHEN 'SV'
                       PERFORM FIND-TABLE-CHECK
                       IF WS-CHK-FREE-SUB > 0
                           MOVE 'S' TO
                               WS-CHK-STATE-FLAG (WS-CHK-FREE-SUB)
                       END-IF
                   WHEN 'CL'
                   WHEN 'VD'
                   WHEN 'ES'
                       PERFORM FIND-TABLE-CHECK
                       IF WS-CHK-FREE-SUB > 0
                           MOVE 'F' TO
                               WS-CHK-STATE-FLAG (WS-CHK-FREE-SUB)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * ADD-CHECK-TO-TABLE: TABLES ONE ISSUED CHECK AS OPEN, REUSING   *
      * THE FIRST FREED SLOT WHEN THERE IS ONE.                        *
      ******************************************************************
       ADD-CHECK-TO-TABLE.
           MOVE 0 TO WS-CHK-FREE-SUB.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHK-COUNT
               IF WS-CHK-IS-FREE (WS-CHK-SUB)
                   MOVE WS-CHK-SUB TO WS-CHK-FREE-SUB
                   MOVE WS-CHK-COUNT TO WS-CHK-SUB
               END-IF
           END-PERFORM.
           IF WS-CHK-FREE-SUB = 0
               IF WS-CHK-COUNT < 2000
                   ADD 1 TO WS-CHK-COUNT
                   MOVE WS-CHK-COUNT TO WS-CHK-FREE-SUB
               ELSE
                   MOVE 'Y' TO WS-REG-FULL-FLAG
               END-IF
           END-IF.
           IF WS-CHK-FREE-SUB > 0
               MOVE CRG-CHECK-NUMBER
                   TO WS-CHK-CHECK-NO (WS-CHK-FREE-SUB)
               MOVE CRG-ACTION-DATE
                   TO WS-CHK-ISSUE-DATE (WS-CHK-FREE-SUB)
               MOVE CRG-BATCH-ID
                   TO WS-CHK-BATCH-ID (WS-CHK-FREE-SUB)
               MOVE CRG-EMPLOYEE-ID
                   TO WS-CHK-EMPLOYEE-ID (WS-CHK-FREE-SUB)
               MOVE CRG-PAYEE-NAME
                   TO WS-CHK-PAYEE-NAME (WS-CHK-FREE-SUB)
               MOVE CRG-AMOUNT
                   TO WS-CHK-AMOUNT (WS-CHK-FREE-SUB)
               MOVE SPACE TO WS-CHK-STATE-FLAG (WS-CHK-FREE-SUB)
           END-IF.

      ******************************************************************
      * FIND-TABLE-CHECK: LEAVES IN WS-CHK-FREE-SUB THE LIVE TABLE     *
      * ROW FOR THE CHECK THE REGISTER ROW NAMES, OR ZERO. A ROW FOR   *
      * A CHECK THE TABLE NO LONGER HOLDS IS HARMLESS - THE CHECK IS   *
      * LONG RETIRED.                                                  *
      ******************************************************************
       FIND-TABLE-CHECK.
           MOVE 0 TO WS-CHK-FREE-SUB.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHK-COUNT
               IF WS-CHK-CHECK-NO (WS-CHK-SUB) = CRG-CHECK-NUMBER
                       AND NOT WS-CHK-IS-FREE (WS-CHK-SUB)
                   MOVE WS-CHK-SUB TO WS-CHK-FREE-SUB
                   MOVE WS-CHK-COUNT TO WS-CHK-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * RUN-STALE-VOIDING: THE ORDINARY RUN. AGES EVERY OPEN CHECK,    *
      * STALE-VOIDS THE ONES PAST THE STALE DATE, AND POSTS THE        *
      * RECLASS FOR WHAT WAS VOIDED.                                   *
      ******************************************************************
       RUN-STALE-VOIDING.
           PERFORM FIND-RECLASS-ACCOUNTS.
           MOVE WS-RUN-DATE TO WS-SBI-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           OPEN OUTPUT STALE-GL-FILE.
           OPEN OUTPUT RUN-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-RTL-RUN-DATE.
           MOVE WS-STALE-DAYS TO WS-RTL-STALE-DAYS.
           WRITE RUN-REPORT-RECORD FROM WS-RUN-TITLE-LINE.
           PERFORM AGE-OPEN-CHECK
               VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-CHK-COUNT.
           PERFORM WRITE-RECLASS-POSTINGS.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE STALE-GL-FILE.
           CLOSE RUN-REPORT-FILE.
           DISPLAY 'STALECHK: ' WS-CHECKS-STALE-VOIDED
               ' CHECK(S) STALE-VOIDED.'.

      ******************************************************************
      * FIND-RECLASS-ACCOUNTS: PULLS THE PAYROLL CASH AND UNCLAIMED    *
      * WAGES ACCOUNT NUMBERS OUT OF GLACCTTB FOR THE RUN REPORT.      *
      ******************************************************************
       FIND-RECLASS-ACCOUNTS.
           SET WS-GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
               WHEN WS-GL-CODE (WS-GL-IDX) = 'CA'
                   MOVE WS-GL-ACCOUNT (WS-GL-IDX) TO WS-RRL-DR-ACCOUNT
           END-SEARCH.
           SET WS-GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
               WHEN WS-GL-CODE (WS-GL-IDX) = 'UW'
                   MOVE WS-GL-ACCOUNT (WS-GL-IDX) TO WS-RRL-CR-ACCOUNT
           END-SEARCH.

      ******************************************************************
      * AGE-OPEN-CHECK: AGES ONE TABLE ROW. AN OPEN CHECK MORE THAN    *
      * WS-STALE-DAYS OLD IS STALE-VOIDED; A YOUNGER ONE IS LISTED AS  *
      * STILL OPEN. A CHECK WHOSE ISSUE DATE CANNOT BE READ IS LISTED  *
      * FOR THE CLERK AND LEFT ALONE RATHER THAN VOIDED ON A GUESS.    *
      ******************************************************************
       AGE-OPEN-CHECK.
           IF WS-CHK-IS-OPEN (WS-CHK-SUB)
               MOVE WS-CHK-ISSUE-DATE (WS-CHK-SUB) TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF WS-DN-VALID-FLAG NOT = 'Y'
                       OR WS-DN-RESULT > WS-RUN-DAY-NUMBER
                   MOVE 0 TO WS-CHECK-AGE-DAYS
                   MOVE 'BAD DATE  ' TO WS-RDL-ACTION
                   ADD 1 TO WS-CHECKS-BAD-DATE
               ELSE
                   COMPUTE WS-CHECK-AGE-DAYS =
                       WS-RUN-DAY-NUMBER - WS-DN-RESULT
                   IF WS-CHECK-AGE-DAYS > WS-STALE-DAYS
                       MOVE 'STALE VOID' TO WS-RDL-ACTION
                       PERFORM APPEND-STALE-VOID-RECORD
                       MOVE 'S' TO WS-CHK-STATE-FLAG (WS-CHK-SUB)
                       ADD 1 TO WS-CHECKS-STALE-VOIDED
                       ADD WS-CHK-AMOUNT (WS-CHK-SUB)
                           TO WS-STALE-VOIDED-AMOUNT
                   ELSE
                       MOVE 'OPEN      ' TO WS-RDL-ACTION
                       ADD 1 TO WS-CHECKS-STILL-OPEN
                       ADD WS-CHK-AMOUNT (WS-CHK-SUB)
                           TO WS-STILL-OPEN-AMOUNT
                   END-IF
               END-IF
               PERFORM WRITE-RUN-DETAIL-LINE
           END-IF.

      ******************************************************************
      * COMPUTE-DAY-NUMBER: TURNS WS-DN-DATE (YYYYMMDD) INTO A DAY     *
      * NUMBER IN WS-DN-RESULT. JANUARY AND FEBRUARY COUNT AS MONTHS   *
      * 13 AND 14 OF THE YEAR BEFORE, SO EVERY YEAR ENDS ON THE LEAP   *
      * DAY AND THE MONTH LENGTHS FOLLOW ONE FIXED PATTERN. SETS       *
      * WS-DN-VALID-FLAG 'N' (AND A ZERO RESULT) FOR A DATE THAT IS    *
      * NOT A DATE.                                                    *
      ******************************************************************
       COMPUTE-DAY-NUMBER.
           MOVE 'Y' TO WS-DN-VALID-FLAG.
           MOVE 0 TO WS-DN-RESULT.
           IF WS-DN-DATE NOT NUMERIC
               MOVE 'N' TO WS-DN-VALID-FLAG
           ELSE
               IF WS-DN-DATE-YEAR < 1900
                       OR WS-DN-DATE-MONTH < 1
                       OR WS-DN-DATE-MONTH > 12
                       OR WS-DN-DATE-DAY < 1
                       OR WS-DN-DATE-DAY > 31
                   MOVE 'N' TO WS-DN-VALID-FLAG
               END-IF
           END-IF.
           IF WS-DN-VALID-FLAG = 'Y'
               IF WS-DN-DATE-MONTH < 3
                   COMPUTE WS-DN-YEAR = WS-DN-DATE-YEAR - 1
                   COMPUTE WS-DN-MONTH = WS-DN-DATE-MONTH + 12
               ELSE
                   MOVE WS-DN-DATE-YEAR TO WS-DN-YEAR
                   MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH
               END-IF
               DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUAD-YEARS
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-CENTURIES
               DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUAD-CENTURIES
               COMPUTE WS-DN-MONTH-WORK =
                   153 * (WS-DN-MONTH - 3) + 2
               DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS
               COMPUTE WS-DN-RESULT =
                   365 * WS-DN-YEAR + WS-DN-QUAD-YEARS
                   - WS-DN-CENTURIES + WS-DN-QUAD-CENTURIES
                   + WS-DN-MONTH-DAYS + WS-DN-DATE-DAY
           END-IF.

      ******************************************************************
      * APPEND-STALE-VOID-RECORD: WRITES THE SV REGISTER ROW FOR THE   *
      * CHECK AT WS-CHK-SUB, CARRYING THE ORIGINAL'S BATCH, EMPLOYEE,  *
      * AMOUNT, AND PAYEE SO POSPAY'S VOID MATCHES THE PAPER.          *
      ******************************************************************
       APPEND-STALE-VOID-RECORD.
           MOVE 'SV' TO CRG-ACTION.
           MOVE WS-CHK-CHECK-NO (WS-CHK-SUB) TO CRG-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO CRG-ACTION-DATE.
           MOVE WS-CHK-BATCH-ID (WS-CHK-SUB) TO CRG-BATCH-ID.
           MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-SUB) TO CRG-EMPLOYEE-ID.
           MOVE WS-CHK-AMOUNT (WS-CHK-SUB) TO CRG-AMOUNT.
           MOVE 0 TO CRG-REF-CHECK-NUMBER.
           MOVE 'STALECHK' TO CRG-USER-ID.
           MOVE 'STALE-DATED - UNCLAIMED WAGES' TO CRG-REASON.
           MOVE WS-CHK-PAYEE-NAME (WS-CHK-SUB) TO CRG-PAYEE-NAME.
           WRITE CHECK-REGISTER-RECORD.

      ******************************************************************
      * WRITE-RUN-DETAIL-LINE: ONE RUN-REPORT LINE FOR THE CHECK AT    *
      * WS-CHK-SUB, UNDER THE ACTION ALREADY MOVED TO WS-RDL-ACTION.   *
      ******************************************************************
       WRITE-RUN-DETAIL-LINE.
           MOVE WS-CHK-CHECK-NO (WS-CHK-SUB) TO WS-RDL-CHECK-NUMBER.
           MOVE WS-CHK-ISSUE-DATE (WS-CHK-SUB) TO WS-RDL-ISSUE-DATE.
           MOVE WS-CHECK-AGE-DAYS TO WS-RDL-AGE-DAYS.
           MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-SUB) TO WS-RDL-EMPLOYEE-ID.
           IF WS-CHK-PAYEE-NAME (WS-CHK-SUB) = SPACES
               MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-SUB) TO WS-RDL-PAYEE
           ELSE
               MOVE WS-CHK-PAYEE-NAME (WS-CHK-SUB) TO WS-RDL-PAYEE
           END-IF.
           MOVE WS-CHK-AMOUNT (WS-CHK-SUB) TO WS-RDL-AMOUNT.
           WRITE RUN-REPORT-RECORD FROM WS-RUN-DETAIL-LINE.

      ******************************************************************
      * WRITE-RECLASS-POSTINGS: THE RECLASS JOURNAL - ONE PAYROLL      *
      * CASH DEBIT, PUTTING BACK THE CASH THE DEAD CHECKS WILL NEVER   *
      * DRAW, AGAINST ONE UNCLAIMED WAGES CREDIT FOR THE SAME AMOUNT.  *
      * A RUN THAT VOIDED NOTHING LEAVES THE JOURNAL EMPTY.            *
      ******************************************************************
       WRITE-RECLASS-POSTINGS.
           MOVE WS-STALE-VOIDED-AMOUNT TO WS-GL-WORK-AMOUNT.
           MOVE 'D' TO WS-GL-WORK-DC.
           MOVE 'CA' TO WS-GL-WORK-CODE.
           PERFORM WRITE-GL-LINE.
           MOVE 'C' TO WS-GL-WORK-DC.
           MOVE 'UW' TO WS-GL-WORK-CODE.
           PERFORM WRITE-GL-LINE.

      ******************************************************************
      * WRITE-GL-LINE: LOOKS THE POSTING CODE UP IN GLACCTTB AND       *
      * WRITES ONE JOURNAL LINE, AS PAYROLL'S WRITE-GL-LINE DOES.      *
      ******************************************************************
       WRITE-GL-LINE.
           IF WS-GL-WORK-AMOUNT > 0
               SET WS-GL-IDX TO 1
               SEARCH WS-GL-ENTRY
                   WHEN WS-GL-CODE (WS-GL-IDX) = WS-GL-WORK-CODE
                       CONTINUE
               END-SEARCH
               MOVE WS-STALE-BATCH-ID TO WS-GL-OUT-BATCH-ID
               MOVE WS-RUN-DATE TO WS-GL-OUT-RUN-DATE
               MOVE WS-GL-ACCOUNT (WS-GL-IDX) TO WS-GL-OUT-ACCOUNT
               MOVE SPACES TO WS-GL-OUT-DEPARTMENT
               MOVE WS-GL-WORK-DC TO WS-GL-OUT-DC
               MOVE WS-GL-WORK-AMOUNT TO WS-GL-OUT-AMOUNT
               MOVE WS-GL-DESC (WS-GL-IDX) TO WS-GL-OUT-DESC
               WRITE STALE-GL-RECORD FROM WS-GL-POST-RECORD-FORMATTED
           END-IF.

      ******************************************************************
      * WRITE-RUN-TOTALS: THE COUNTS AND AMOUNTS THE RUN REPORT FOOTS  *
      * TO, AND THE RECLASS LINE THE GL JOURNAL CARRIES.               *
      ******************************************************************
       WRITE-RUN-TOTALS.
           WRITE RUN-REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'CHECKS STALE-VOIDED THIS RUN' TO WS-RTT-LABEL.
           MOVE WS-CHECKS-STALE-VOIDED TO WS-RTT-COUNT.
           MOVE WS-STALE-VOIDED-AMOUNT TO WS-RTT-AMOUNT.
           WRITE RUN-REPORT-RECORD FROM WS-RUN-TOTAL-LINE.
           MOVE 'CHECKS STILL OPEN INSIDE THE STALE DATE'
               TO WS-RTT-LABEL.
           MOVE WS-CHECKS-STILL-OPEN TO WS-RTT-COUNT.
           MOVE WS-STILL-OPEN-AMOUNT TO WS-RTT-AMOUNT.
           WRITE RUN-REPORT-RECORD FROM WS-RUN-TOTAL-LINE.
           IF WS-CHECKS-BAD-DATE > 0
               MOVE 'CHECKS WITH AN UNREADABLE ISSUE DATE'
                   TO WS-RTT-LABEL
               MOVE WS-CHECKS-BAD-DATE TO WS-RTT-COUNT
               MOVE 0 TO WS-RTT-AMOUNT
               WRITE RUN-REPORT-RECORD FROM WS-RUN-TOTAL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-STALE-BATCH-ID TO WS-RRL-BATCH-ID.
           MOVE WS-STALE-VOIDED-AMOUNT TO WS-RRL-AMOUNT.
           WRITE RUN-REPORT-RECORD FROM WS-RUN-RECLASS-LINE.

      ******************************************************************
      * RUN-ESCHEAT-REPORT: THE ANNUAL RUN. PICKS OUT EVERY STALE-     *
      * VOIDED CHECK WHOSE DORMANCY PERIOD HAS RUN OUT BY THE AS-OF    *
      * DATE, PRINTS THEM BY OWNER STATE, AND MARKS EACH ONE REPORTED  *
      * ON THE REGISTER.                                               *
      ******************************************************************
       RUN-ESCHEAT-REPORT.
           MOVE 'Y' TO WS-MASTER-OPEN-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
               DISPLAY 'STALECHK: NO EMPLOYEE MASTER FILE FOUND, '
               DISPLAY 'EVERY OWNER REPORTED AS ADDRESS UNKNOWN.'
           END-IF.
           PERFORM SELECT-DORMANT-CHECK
               VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-CHK-COUNT.
           IF WS-MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-ESC-FULL-FLAG = 'Y'
               DISPLAY 'STALECHK: MORE DORMANT CHECKS THAN THE '
               DISPLAY 'REPORT TABLE HOLDS - RUN REFUSED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND CHECK-REGISTER-FILE
               IF WS-REGISTER-STATUS = '35'
                   OPEN OUTPUT CHECK-REGISTER-FILE
               END-IF
               OPEN OUTPUT UNCLAIMED-REPORT-FILE
               PERFORM WRITE-UNCLAIMED-HEADING
               PERFORM WRITE-OWNER-STATE-GROUP
                   VARYING WS-OST-SUB FROM 1 BY 1
                   UNTIL WS-OST-SUB > WS-OST-COUNT
               PERFORM WRITE-UNCLAIMED-TOTALS
               CLOSE CHECK-REGISTER-FILE
               CLOSE UNCLAIMED-REPORT-FILE
               DISPLAY 'STALECHK: ' WS-ESC-COUNT
                   ' CHECK(S) REPORTED AS UNCLAIMED PROPERTY.'
           END-IF.

      ******************************************************************
      * SELECT-DORMANT-CHECK: FOR A STALE-VOIDED TABLE ROW, FINDS THE  *
      * OWNER'S STATE AND ITS DORMANCY PERIOD, AND TABLES THE CHECK    *
      * FOR THE REPORT ONCE THAT MANY YEARS HAVE PASSED SINCE ISSUE.   *
      * ONE NOT YET DORMANT IS ONLY COUNTED, FOR THE TOTALS.           *
      ******************************************************************
       SELECT-DORMANT-CHECK.
           IF WS-CHK-IS-STALE-VOIDED (WS-CHK-SUB)
               PERFORM LOOKUP-OWNER
               COMPUTE WS-OWN-DORMANT-DATE =
                   WS-CHK-ISSUE-DATE (WS-CHK-SUB)
                       + WS-OWN-YEARS * 10000
               IF WS-OWN-DORMANT-DATE > WS-AS-OF-DATE
                   ADD 1 TO WS-CHECKS-AWAITING
                   ADD WS-CHK-AMOUNT (WS-CHK-SUB)
                       TO WS-AWAITING-AMOUNT
               ELSE
                   IF WS-ESC-COUNT < 2000
                       PERFORM ADD-ESCHEAT-ENTRY
                   ELSE
                       MOVE 'Y' TO WS-ESC-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOOKUP-OWNER: READS THE CHECK'S EMPLOYEE OFF THE MASTER FOR    *
      * THE OWNER STATE. AN OWNER WITH NO MASTER ROW OR NO STATE ON    *
      * FILE IS REPORTED TO THE HOLDER'S STATE, WITH THE ADDRESS FLAG  *
      * SET SO THE REPORT SAYS SO.                                     *
      ******************************************************************
       LOOKUP-OWNER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-MASTER-IS-OPEN
               MOVE 'Y' TO WS-MASTER-FOUND-FLAG
               MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-SUB) TO MST-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MASTER-FOUND-FLAG
               END-READ
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-MASTER-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-MASTER-FOUND-FLAG = 'Y' AND MST-ADDR-STATE NOT = SPACES
               MOVE MST-ADDR-STATE TO WS-OWN-STATE
               MOVE SPACE TO WS-OWN-ADDR-FLAG
           ELSE
               MOVE WS-HOLDER-STATE TO WS-OWN-STATE
               MOVE 'U' TO WS-OWN-ADDR-FLAG
           END-IF.
           MOVE WS-DEFAULT-DORMANCY TO WS-OWN-YEARS.
           SET WS-DRM-IDX TO 1.
           SEARCH WS-DRM-ENTRY
               WHEN WS-DRM-STATE (WS-DRM-IDX) = WS-OWN-STATE
                   MOVE WS-DRM-YEARS (WS-DRM-IDX) TO WS-OWN-YEARS
           END-SEARCH.

      ******************************************************************
      * ADD-ESCHEAT-ENTRY: TABLES ONE DORMANT CHECK WITH ITS OWNER'S   *
      * LAST KNOWN NAME AND ADDRESS, AND ADDS THE OWNER STATE TO THE   *
      * STATE LIST THE FIRST TIME IT IS SEEN.                          *
      ******************************************************************
       ADD-ESCHEAT-ENTRY.
           ADD 1 TO WS-ESC-COUNT.
           MOVE WS-CHK-SUB TO WS-ESC-CHK-SUB (WS-ESC-COUNT).
           MOVE WS-OWN-STATE TO WS-ESC-STATE (WS-ESC-COUNT).
           MOVE WS-OWN-ADDR-FLAG TO WS-ESC-ADDR-FLAG (WS-ESC-COUNT).
           IF WS-MASTER-FOUND-FLAG = 'Y'
               MOVE MST-NAME TO WS-ESC-NAME (WS-ESC-COUNT)
               MOVE MST-SSN TO WS-ESC-SSN (WS-ESC-COUNT)
               MOVE MST-ADDR-STREET TO WS-ESC-STREET (WS-ESC-COUNT)
               MOVE MST-ADDR-CITY TO WS-ESC-CITY (WS-ESC-COUNT)
               MOVE MST-ADDR-ZIP TO WS-ESC-ZIP (WS-ESC-COUNT)
           ELSE
               MOVE SPACES TO WS-ESC-NAME (WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-SSN (WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-STREET (WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-CITY (WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-ZIP (WS-ESC-COUNT)
           END-IF.
           IF WS-ESC-NAME (WS-ESC-COUNT) = SPACES
               MOVE WS-CHK-PAYEE-NAME (WS-CHK-SUB)
                   TO WS-ESC-NAME (WS-ESC-COUNT)
           END-IF.
           PERFORM VARYING WS-OST-SUB FROM 1 BY 1
                   UNTIL WS-OST-SUB > WS-OST-COUNT
                   OR WS-OST-STATE (WS-OST-SUB) = WS-OWN-STATE
               CONTINUE
           END-PERFORM.
           IF WS-OST-SUB > WS-OST-COUNT AND WS-OST-COUNT < 60
               ADD 1 TO WS-OST-COUNT
               MOVE WS-OWN-STATE TO WS-OST-STATE (WS-OST-COUNT)
               MOVE WS-OWN-YEARS TO WS-OST-YEARS (WS-OST-COUNT)
           END-IF.

      ******************************************************************
      * WRITE-UNCLAIMED-HEADING: THE HOLDER HEADING AT THE TOP OF THE  *
      * UNCLAIMED PROPERTY REPORT.                                     *
      ******************************************************************
       WRITE-UNCLAIMED-HEADING.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-TITLE-LINE.
           MOVE WS-HOLDER-NAME TO WS-UHL-HOLDER-NAME.
           MOVE WS-HOLDER-STATE TO WS-UHL-HOLDER-STATE.
           MOVE WS-AS-OF-DATE TO WS-UHL-AS-OF-DATE.
           MOVE WS-RUN-DATE TO WS-UHL-RUN-DATE.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-HOLDER-LINE.

      ******************************************************************
      * WRITE-OWNER-STATE-GROUP: ONE OWNER STATE'S SECTION - HEADING,  *
      * EVERY DORMANT CHECK OWED TO IT, AND ITS TOTAL.                 *
      ******************************************************************
       WRITE-OWNER-STATE-GROUP.
           MOVE 0 TO WS-STATE-CHECK-COUNT.
           MOVE 0 TO WS-STATE-AMOUNT.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE WS-OST-STATE (WS-OST-SUB) TO WS-USL-STATE.
           MOVE WS-OST-YEARS (WS-OST-SUB) TO WS-USL-YEARS.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-STATE-LINE.
           PERFORM WRITE-UNCLAIMED-CHECK
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-COUNT.
           MOVE SPACES TO WS-UTL-LABEL.
           STRING 'STATE ' WS-OST-STATE (WS-OST-SUB) ' TOTAL'
               DELIMITED BY SIZE INTO WS-UTL-LABEL
           END-STRING.
           MOVE WS-STATE-CHECK-COUNT TO WS-UTL-COUNT.
           MOVE WS-STATE-AMOUNT TO WS-UTL-AMOUNT.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-TOTAL-LINE.

      ******************************************************************
      * WRITE-UNCLAIMED-CHECK: FOR A TABLED CHECK OWED TO THE STATE    *
      * BEING PRINTED, WRITES ITS OWNER AND ADDRESS LINES AND APPENDS  *
      * THE ES REGISTER ROW THAT KEEPS IT OFF EVERY LATER REPORT.      *
      ******************************************************************
       WRITE-UNCLAIMED-CHECK.
           IF WS-ESC-STATE (WS-ESC-SUB) = WS-OST-STATE (WS-OST-SUB)
               MOVE WS-ESC-CHK-SUB (WS-ESC-SUB) TO WS-CHK-SUB
               MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-SUB)
                   TO WS-UOL-EMPLOYEE-ID
               MOVE WS-ESC-NAME (WS-ESC-SUB) TO WS-UOL-NAME
               MOVE WS-ESC-SSN (WS-ESC-SUB) TO WS-UOL-SSN
               MOVE WS-CHK-CHECK-NO (WS-CHK-SUB) TO WS-UOL-CHECK-NUMBER
               MOVE WS-CHK-ISSUE-DATE (WS-CHK-SUB) TO WS-UOL-ISSUE-DATE
               MOVE WS-CHK-AMOUNT (WS-CHK-SUB) TO WS-UOL-AMOUNT
               IF WS-ESC-ADDR-FLAG (WS-ESC-SUB) = 'U'
                   MOVE 'ADDRESS UNKNOWN' TO WS-UOL-ADDR-NOTE
               ELSE
                   MOVE SPACES TO WS-UOL-ADDR-NOTE
               END-IF
               WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-OWNER-LINE
               IF WS-ESC-ADDR-FLAG (WS-ESC-SUB) NOT = 'U'
                   MOVE WS-ESC-STREET (WS-ESC-SUB) TO WS-UAL-STREET
                   MOVE WS-ESC-CITY (WS-ESC-SUB) TO WS-UAL-CITY
                   MOVE WS-ESC-STATE (WS-ESC-SUB) TO WS-UAL-STATE
                   MOVE WS-ESC-ZIP (WS-ESC-SUB) TO WS-UAL-ZIP
                   WRITE UNCLAIMED-REPORT-RECORD
                       FROM WS-UNC-ADDRESS-LINE
               END-IF
               PERFORM APPEND-ESCHEAT-RECORD
               ADD 1 TO WS-STATE-CHECK-COUNT
               ADD WS-CHK-AMOUNT (WS-CHK-SUB) TO WS-STATE-AMOUNT
               ADD WS-CHK-AMOUNT (WS-CHK-SUB) TO WS-ESCHEAT-AMOUNT
           END-IF.

      ******************************************************************
      * APPEND-ESCHEAT-RECORD: WRITES THE ES REGISTER ROW MARKING THE  *
      * CHECK AT WS-CHK-SUB REPORTED TO ITS OWNER STATE.               *
      ******************************************************************
       APPEND-ESCHEAT-RECORD.
           MOVE 'ES' TO CRG-ACTION.
           MOVE WS-CHK-CHECK-NO (WS-CHK-SUB) TO CRG-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO CRG-ACTION-DATE.
           MOVE WS-CHK-BATCH-ID (WS-CHK-SUB) TO CRG-BATCH-ID.
           MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-SUB) TO CRG-EMPLOYEE-ID.
           MOVE WS-CHK-AMOUNT (WS-CHK-SUB) TO CRG-AMOUNT.
           MOVE 0 TO CRG-REF-CHECK-NUMBER.
           MOVE 'STALECHK' TO CRG-USER-ID.
           MOVE SPACES TO CRG-REASON.
           STRING 'UNCLAIMED PROPERTY - STATE '
                   WS-ESC-STATE (WS-ESC-SUB)
               DELIMITED BY SIZE INTO CRG-REASON
           END-STRING.
           MOVE WS-CHK-PAYEE-NAME (WS-CHK-SUB) TO CRG-PAYEE-NAME.
           WRITE CHECK-REGISTER-RECORD.

      ******************************************************************
      * WRITE-UNCLAIMED-TOTALS: THE GRAND TOTAL REPORTED, AND THE      *
      * STALE-VOIDED CHECKS STILL SERVING OUT THEIR DORMANCY PERIOD.   *
      ******************************************************************
       WRITE-UNCLAIMED-TOTALS.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE 'TOTAL REPORTED' TO WS-UTL-LABEL.
           MOVE WS-ESC-COUNT TO WS-UTL-COUNT.
           MOVE WS-ESCHEAT-AMOUNT TO WS-UTL-AMOUNT.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-TOTAL-LINE.
           MOVE 'NOT YET DORMANT' TO WS-UTL-LABEL.
           MOVE WS-CHECKS-AWAITING TO WS-UTL-COUNT.
           MOVE WS-AWAITING-AMOUNT TO WS-UTL-AMOUNT.
           WRITE UNCLAIMED-REPORT-RECORD FROM WS-UNC-TOTAL-LINE.
