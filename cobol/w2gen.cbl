      *              READS THE YEAR-TO-DATE EMPLOYEE MASTER BUILT UP   *
      *              BY PAYROLL'S RUNS OVER THE YEAR AND PRODUCES ONE  *
      *              FORMATTED W-2 STATEMENT PER EMPLOYEE PLUS A       *
      *              COMPANY-LEVEL CONTROL TOTAL, AND FROM THE SAME    *
      *              PASS BUILDS THE YEAR'S FILING:                    *
      *                - data/w2efw2.dat, THE SSA EFW2 SUBMISSION      *
      *                  FILE - RA SUBMITTER, RE EMPLOYER, ONE RW PER  *
      *                  EMPLOYEE EACH FOLLOWED BY AN RS STATE RECORD  *
      *                  FOR EVERY TAX CODE THE EMPLOYEE WAS TAXED     *
      *                  UNDER (FROM data/payhist.dat), THEN THE RT    *
      *                  TOTAL AND RF FINAL RECORDS.                   *
      *                - data/w3.rpt, THE EMPLOYEES HELD OUT OF THE    *
      *                  FILE (NO SSN, NO COMPLETE MAILING ADDRESS, OR *
      *                  NO WAGES) AND THE W-3 TRANSMITTAL SUMMARY     *
      *                  WITH STATE TOTALS BY TAX CODE, RECONCILED     *
      *                  BACK TO THE STATEMENTS' CONTROL TOTAL.        *
      *              THE TAX YEAR MAY BE GIVEN ON THE COMMAND LINE AS  *
      *              YYYY; OTHERWISE IT IS THE YEAR OF THE LATEST      *
      *              CHECK DATE ON THE PAY HISTORY (THE RUN DATE'S     *
      *              YEAR IF THERE IS NONE). RUN IT BEFORE YEAREND     *
      *              CLOSES THE YEAR. A W-3 THAT DOES NOT TIE BACK TO  *
      *              THE STATEMENTS SETS RETURN CODE 8.                *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *   2026-02-16  DL  INITIAL VERSION.                             *
      *                   STILL MISSING AN SSN IS COUNTED AND CALLED   *
      *                   OUT AFTER THE CONTROL TOTAL SO THE CLERK     *
      *                   CAN CHASE THE PAPERWORK BEFORE FILING.       *
      *   2026-10-15  DL  ADDED THE EFW2 SUBMISSION FILE AND THE W-3   *
      *                   TRANSMITTAL, SO THE FILING IS NO LONGER      *
      *                   RETYPED INTO THE SSA'S UPLOAD TOOL. AN       *
      *                   EMPLOYEE MISSING AN SSN OR ADDRESS IS HELD   *
      *                   OUT OF THE FILE AND LISTED, SO ONE BAD       *
      *                   RECORD CANNOT BOUNCE THE WHOLE SUBMISSION.   *
      *   2026-10-15  DL  THE SOCIAL SECURITY WAGE BASE IS NO LONGER   *
      *                   COMPILED IN. IT IS THE 'SOCSEC' LIMIT ON THE *
      *                   TAX PARAMETER FILE (data/taxparm.dat) IN     *
      *                   FORCE ON DECEMBER 31 OF THE TAX YEAR - THE   *
      *                   SAME FIGURE PAYROLL CAPPED THE YEAR'S LAST   *
      *                   CHECKS AT. NO BASE IN FORCE REFUSES THE RUN. *
      *   2026-10-15  DL  BOX 1 WAGES NOW ALSO NET OUT THE YEAR'S      *
      *                   PRE-TAX HEALTH AND DENTAL PREMIUMS           *
      *                   (MST-YTD-PRETAX-PREMIUM), SO THEY AGREE WITH *
      *                   THE WAGES FEDERAL TAX WAS WITHHELD ON.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2GEN.
               ASSIGN TO "data/w2.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "data/payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT EFW2-FILE
               ASSIGN TO "data/w2efw2.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFW2-STATUS.
           SELECT W3-FILE
               ASSIGN TO "data/w3.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W3-STATUS.
           SELECT TAX-PARM-FILE
               ASSIGN TO "data/taxparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXP-KEY
               FILE STATUS IS WS-TAX-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TRAILING SPACES AND SHOULD NOT BE "FIXED" BACK DOWN TO IT.    *
       01  W2-RECORD                   PIC X(101).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST.

      * EVERY EFW2 RECORD IS A FIXED 512 BYTES, AS THE SSA REQUIRES.  *
       FD  EFW2-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EFW2-RECORD                 PIC X(512).

       FD  W3-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  W3-RECORD                   PIC X(80).

       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           COPY TAXPARM.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-TOTALS.
           05  WS-EMPLOYEE-COUNT       PIC 9(5)      VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-HIST-FOUND-FLAG      PIC X VALUE 'N'.
           05  WS-STATE-FOUND-FLAG     PIC X VALUE 'N'.
           05  WS-W3-TIES-FLAG         PIC X VALUE 'Y'.
           05  WS-TAX-PARM-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-SS-BASE-FOUND-FLAG   PIC X VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-MASTER-STATUS        PIC XX.
           05  WS-W2-STATUS            PIC XX.
           05  WS-PAYHIST-STATUS       PIC XX.
           05  WS-EFW2-STATUS          PIC XX.
           05  WS-W3-STATUS            PIC XX.
           05  WS-TAX-PARM-STATUS      PIC XX.

       01  WS-COMMAND-LINE             PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      * THE TAX YEAR THE FILING IS FOR - FROM THE COMMAND LINE WHEN   *
      * GIVEN, ELSE THE YEAR OF THE LATEST CHECK DATE ON THE PAY      *
      * HISTORY, ELSE THE RUN DATE'S YEAR.                            *
       01  WS-TAX-YEAR-X               PIC X(4).
       01  WS-TAX-YEAR REDEFINES WS-TAX-YEAR-X PIC 9(4).
       01  WS-LATEST-CHECK-DATE        PIC 9(8) VALUE 0.

      * THE EMPLOYER AND SUBMITTER OF RECORD FOR THE EFW2 FILE. THE   *
      * SUBMITTER IS THE HOUSE ITSELF (NO SERVICE BUREAU), SO THE RA  *
      * AND RE RECORDS CARRY THE SAME NAME AND ADDRESS. THE USER ID   *
      * IS THE BSO USER ID THE FILE IS UPLOADED UNDER.                *
       01  WS-EFW2-EMPLOYER.
           05  WS-EMP-EIN              PIC 9(9) VALUE 999999999.
           05  WS-EMP-BSO-USER-ID      PIC X(8) VALUE 'LEDGERDM'.
           05  WS-EMP-NAME             PIC X(57)
               VALUE 'LEDGER-DE-MAIN'.
           05  WS-EMP-DELIVERY-ADDR    PIC X(22)
               VALUE '100 MAIN STREET'.
           05  WS-EMP-CITY             PIC X(22) VALUE 'SPRINGFIELD'.
           05  WS-EMP-STATE            PIC X(2)  VALUE 'IL'.
           05  WS-EMP-ZIP              PIC X(5)  VALUE '62701'.
           05  WS-EMP-CONTACT-NAME     PIC X(27)
               VALUE 'PAYROLL DEPARTMENT'.
           05  WS-EMP-CONTACT-PHONE    PIC X(15) VALUE '2175550100'.
           05  WS-EMP-CONTACT-EMAIL    PIC X(40)
               VALUE 'PAYROLL@LEDGER-DE-MAIN.COM'.

      * SOCIAL SECURITY WAGES (BOX 3) STOP AT THE YEAR'S WAGE BASE -  *
      * THE 'SOCSEC' LIMIT IN FORCE ON THE LAST DAY OF THE TAX YEAR,  *
      * LOADED BY LOAD-SOC-SEC-WAGE-BASE. WS-SS-BASE-DATE IS THE      *
      * EFFECTIVE DATE OF THE FIGURE TAKEN SO FAR, AND                *
      * WS-SS-YEAR-END-DATE THE DATE IT MUST NOT BE AFTER.            *
       01  WS-SOC-SEC-WAGE-BASE        PIC 9(8)V99 VALUE 0.
       01  WS-SS-BASE-DATE             PIC 9(8) VALUE 0.
       01  WS-SS-YEAR-END-DATE         PIC 9(8) VALUE 0.

      * THE SSA/FIPS NUMERIC STATE CODE THE RS RECORD CARRIES FOR     *
      * EACH STATE TAX CODE - KEEP IN STEP WITH THE 'ST' RECORDS ON   *
      * THE TAX PARAMETER FILE (TAXPARM). A TAX CODE NOT LISTED HERE  *
      * GETS NO RS RECORD, AND ITS STATE TAX SHOWS ON THE W-3 AS      *
      * UNALLOCATED.                                                  *
       01  WS-FIPS-VALUES.
           05  FILLER      PIC X(04) VALUE 'CA06'.
           05  FILLER      PIC X(04) VALUE 'NY36'.
           05  FILLER      PIC X(04) VALUE 'IL17'.
           05  FILLER      PIC X(04) VALUE 'PA42'.
           05  FILLER      PIC X(04) VALUE 'OH39'.
           05  FILLER      PIC X(04) VALUE 'GA13'.
           05  FILLER      PIC X(04) VALUE 'NC37'.
           05  FILLER      PIC X(04) VALUE 'NJ34'.
           05  FILLER      PIC X(04) VALUE 'TX48'.
           05  FILLER      PIC X(04) VALUE 'FL12'.
           05  FILLER      PIC X(04) VALUE 'WA53'.

       01  WS-FIPS-TABLE REDEFINES WS-FIPS-VALUES.
           05  WS-FIPS-ENTRY OCCURS 11 TIMES
                   INDEXED BY WS-FIPS-IDX.
               10  WS-FIPS-TAX-CODE        PIC X(02).
               10  WS-FIPS-STATE-CODE      PIC X(02).

      * WHAT EACH EMPLOYEE WAS TAXED UNDER, ROLLED UP FROM THE PAY    *
      * HISTORY: ONE ROW PER EMPLOYEE AND TAX CODE WITH THE DT WAGES  *
      * AND STATE TAX. AN RV LINE CARRIES NO TAX CODE, SO IT IS       *
      * BACKED OUT OF THE CODE THE EMPLOYEE WAS LAST TAXED UNDER      *
      * (WS-PHT-LAST-SEQ IS THE HISTORY SEQUENCE OF THE ROW'S LATEST  *
      * DT LINE). WS-PHT-RS-WAGES/TAX ARE THE FIGURES THE ROW'S RS    *
      * RECORD CARRIES ONCE THE MASTER'S YTD IS SPREAD ACROSS THEM.   *
       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT           PIC 9(5) VALUE 0.
           05  WS-HIST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PHT-IDX.
               10  WS-PHT-EMPLOYEE-ID  PIC X(10).
               10  WS-PHT-TAX-CODE     PIC X(02).
               10  WS-PHT-GROSS        PIC S9(10)V99.
               10  WS-PHT-STATE-TAX    PIC S9(10)V99.
               10  WS-PHT-LAST-SEQ     PIC 9(07).
               10  WS-PHT-RS-WAGES     PIC 9(10)V99.
               10  WS-PHT-RS-TAX       PIC 9(10)V99.

       01  WS-HIST-WORK.
           05  WS-HIST-SEQ             PIC 9(07) VALUE 0.
           05  WS-HIST-LATEST-SEQ      PIC 9(07).
           05  WS-HIST-LATEST-IDX      PIC 9(05).
           05  WS-HIST-UNMATCHED-RV    PIC 9(05) VALUE 0.

      * ONE EMPLOYEE'S FIGURES AS FILED. BOX 1 WAGES ARE GROSS LESS   *
      * THE 401K ELECTIVE DEFERRAL (REPORTED SEPARATELY IN BOX 12     *
      * CODE D) AND THE PRE-TAX HEALTH AND DENTAL PREMIUMS, THE SAME  *
      * AMOUNTS PAYROLL TOOK OUT OF FEDERAL TAXABLE PAY; SOCIAL       *
      * SECURITY WAGES ARE GROSS UP TO THE WAGE BASE; MEDICARE WAGES  *
      * ARE ALL OF GROSS.                                             *
       01  WS-FILING-WORK.
           05  WS-FW-PRETAX            PIC 9(11)V99.
           05  WS-FW-WAGES             PIC 9(10)V99.
           05  WS-FW-SS-WAGES          PIC 9(10)V99.
           05  WS-FW-MEDICARE-WAGES    PIC 9(10)V99.
           05  WS-FW-CODES             PIC 9(03).
           05  WS-FW-LAST-IDX          PIC 9(05).
           05  WS-FW-LAST-SEQ          PIC 9(07).
           05  WS-FW-CODE-GROSS        PIC S9(11)V99.
           05  WS-FW-OTHER-WAGES       PIC 9(10)V99.
           05  WS-FW-OTHER-TAX         PIC 9(10)V99.

      * THE REASON AN EMPLOYEE IS HELD OUT OF THE EFW2 FILE.          *
       01  WS-HOLD-REASON              PIC X(12) VALUE SPACES.
           88  WS-HOLD-NONE                VALUE SPACES.
           88  WS-HOLD-MISSING-SSN         VALUE 'MISSING-SSN'.
           88  WS-HOLD-BAD-SSN             VALUE 'BAD-SSN'.
           88  WS-HOLD-MISSING-ADDR        VALUE 'MISSING-ADDR'.
           88  WS-HOLD-NO-WAGES            VALUE 'NO-WAGES'.

      * THE MASTER'S FREE-FORM NAME BROKEN INTO THE FIRST, MIDDLE,    *
      * LAST AND SUFFIX FIELDS THE RW AND RS RECORDS CARRY. A NAME    *
      * KEYED 'LAST, FIRST MIDDLE' IS SPLIT AT THE COMMA; OTHERWISE   *
      * IT IS TAKEN AS 'FIRST MIDDLE LAST SUFFIX'.                    *
       01  WS-NAME-WORK.
           05  WS-NM-FIRST             PIC X(15).
           05  WS-NM-MIDDLE            PIC X(15).
           05  WS-NM-LAST              PIC X(20).
           05  WS-NM-SUFFIX            PIC X(4).
           05  WS-NM-SOURCE            PIC X(30).
           05  WS-NM-BEFORE-COMMA      PIC X(30).
           05  WS-NM-AFTER-COMMA       PIC X(30).
           05  WS-NM-WORD OCCURS 4 TIMES PIC X(30).
           05  WS-NM-WORD-COUNT        PIC 9(02).
           05  WS-NM-COMMA-COUNT       PIC 9(02).
           05  WS-NM-LEADING           PIC 9(02).

      * EFW2 RA - SUBMITTER RECORD.                                   *
       01  WS-EFW2-RA.
           05  FILLER                  PIC X(02) VALUE 'RA'.
           05  WS-RA-EIN               PIC 9(09).
           05  WS-RA-USER-ID           PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE '98'.
           05  WS-RA-COMPANY-NAME      PIC X(57).
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RA-COMPANY-DELIVERY  PIC X(22).
           05  WS-RA-COMPANY-CITY      PIC X(22).
           05  WS-RA-COMPANY-STATE     PIC X(02).
           05  WS-RA-COMPANY-ZIP       PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-RA-SUBMITTER-NAME    PIC X(57).
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RA-SUBMITTER-DELIVERY PIC X(22).
           05  WS-RA-SUBMITTER-CITY    PIC X(22).
           05  WS-RA-SUBMITTER-STATE   PIC X(02).
           05  WS-RA-SUBMITTER-ZIP     PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-RA-CONTACT-NAME      PIC X(27).
           05  WS-RA-CONTACT-PHONE     PIC X(15).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-RA-CONTACT-EMAIL     PIC X(40).
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE 'L'.
           05  FILLER                  PIC X(12) VALUE SPACES.

      * EFW2 RE - EMPLOYER RECORD (941 PAYER, REGULAR EMPLOYMENT).    *
       01  WS-EFW2-RE.
           05  FILLER                  PIC X(02) VALUE 'RE'.
           05  WS-RE-TAX-YEAR          PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RE-EIN               PIC 9(09).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-RE-EMPLOYER-NAME     PIC X(57).
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RE-DELIVERY          PIC X(22).
           05  WS-RE-CITY              PIC X(22).
           05  WS-RE-STATE             PIC X(02).
           05  WS-RE-ZIP               PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE 'N'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE 'R'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '0'.
           05  WS-RE-CONTACT-NAME      PIC X(27).
           05  WS-RE-CONTACT-PHONE     PIC X(15).
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-RE-CONTACT-EMAIL     PIC X(40).
           05  FILLER                  PIC X(194) VALUE SPACES.

      * EFW2 RW - EMPLOYEE WAGE RECORD. MONEY FIELDS ARE DOLLARS AND  *
      * CENTS WITH NO DECIMAL POINT, ZERO-FILLED; AMOUNT FIELDS THE   *
      * HOUSE HAS NOTHING TO REPORT IN ARE CARRIED AS ZEROS.          *
       01  WS-EFW2-RW.
           05  FILLER                  PIC X(02) VALUE 'RW'.
           05  WS-RW-SSN               PIC X(09).
           05  WS-RW-FIRST-NAME        PIC X(15).
           05  WS-RW-MIDDLE-NAME       PIC X(15).
           05  WS-RW-LAST-NAME         PIC X(20).
           05  WS-RW-SUFFIX            PIC X(04).
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RW-DELIVERY          PIC X(22).
           05  WS-RW-CITY              PIC X(22).
           05  WS-RW-STATE             PIC X(02).
           05  WS-RW-ZIP               PIC X(05).
           05  WS-RW-ZIP-EXT           PIC X(04).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RW-WAGES             PIC 9(09)V99.
           05  WS-RW-FEDERAL-TAX       PIC 9(09)V99.
           05  WS-RW-SS-WAGES          PIC 9(09)V99.
           05  WS-RW-SS-TAX            PIC 9(09)V99.
           05  WS-RW-MEDICARE-WAGES    PIC 9(09)V99.
           05  WS-RW-MEDICARE-TAX      PIC 9(09)V99.
           05  FILLER                  PIC X(11) VALUE ALL '0'.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE ALL '0'.
           05  WS-RW-DEFERRED-401K     PIC 9(09)V99.
           05  FILLER                  PIC X(44) VALUE ALL '0'.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE ALL '0'.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(77) VALUE ALL '0'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RW-RETIREMENT-PLAN   PIC X(01).
           05  FILLER                  PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(23) VALUE SPACES.

      * EFW2 RS - STATE RECORD, ONE PER TAX CODE THE EMPLOYEE WAS     *
      * TAXED UNDER, FOLLOWING THE EMPLOYEE'S RW RECORD.              *
       01  WS-EFW2-RS.
           05  FILLER                  PIC X(02) VALUE 'RS'.
           05  WS-RS-STATE-CODE        PIC X(02).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-RS-SSN               PIC X(09).
           05  WS-RS-FIRST-NAME        PIC X(15).
           05  WS-RS-MIDDLE-NAME       PIC X(15).
           05  WS-RS-LAST-NAME         PIC X(20).
           05  WS-RS-SUFFIX            PIC X(04).
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RS-DELIVERY          PIC X(22).
           05  WS-RS-CITY              PIC X(22).
           05  WS-RS-STATE             PIC X(02).
           05  WS-RS-ZIP               PIC X(05).
           05  WS-RS-ZIP-EXT           PIC X(04).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE ALL '0'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-RS-STATE-CODE-2      PIC X(02).
           05  WS-RS-STATE-WAGES       PIC 9(09)V99.
           05  WS-RS-STATE-TAX         PIC 9(09)V99.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE ALL '0'.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(150) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE SPACES.

      * EFW2 RT - TOTAL RECORD FOR THE EMPLOYER'S RW RECORDS.         *
       01  WS-EFW2-RT.
           05  FILLER                  PIC X(02) VALUE 'RT'.
           05  WS-RT-RW-COUNT          PIC 9(07).
           05  WS-RT-WAGES             PIC 9(13)V99.
           05  WS-RT-FEDERAL-TAX       PIC 9(13)V99.
           05  WS-RT-SS-WAGES          PIC 9(13)V99.
           05  WS-RT-SS-TAX            PIC 9(13)V99.
           05  WS-RT-MEDICARE-WAGES    PIC 9(13)V99.
           05  WS-RT-MEDICARE-TAX      PIC 9(13)V99.
           05  FILLER                  PIC X(15) VALUE ALL '0'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE ALL '0'.
           05  WS-RT-DEFERRED-401K     PIC 9(13)V99.
           05  FILLER                  PIC X(60) VALUE ALL '0'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE ALL '0'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(120) VALUE ALL '0'.
           05  FILLER                  PIC X(83) VALUE SPACES.

      * EFW2 RF - FINAL RECORD.                                       *
       01  WS-EFW2-RF.
           05  FILLER                  PIC X(02) VALUE 'RF'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-RF-RW-COUNT          PIC 9(09).
           05  FILLER                  PIC X(496) VALUE SPACES.

      * WHAT WENT INTO THE FILE, ACCUMULATED AS EACH RW IS WRITTEN,   *
      * AND WHAT WAS HELD OUT, FOR THE W-3 AND ITS RECONCILIATION.    *
       01  WS-FILED-TOTALS.
           05  WS-FILED-COUNT          PIC 9(07) VALUE 0.
           05  WS-FILED-WAGES          PIC 9(13)V99 VALUE 0.
           05  WS-FILED-FEDERAL-TAX    PIC 9(13)V99 VALUE 0.
           05  WS-FILED-SS-WAGES       PIC 9(13)V99 VALUE 0.
           05  WS-FILED-SS-TAX         PIC 9(13)V99 VALUE 0.
           05  WS-FILED-MEDICARE-WAGES PIC 9(13)V99 VALUE 0.
           05  WS-FILED-MEDICARE-TAX   PIC 9(13)V99 VALUE 0.
           05  WS-FILED-DEFERRED-401K  PIC 9(13)V99 VALUE 0.
           05  WS-FILED-STATE-TAX      PIC 9(13)V99 VALUE 0.
           05  WS-UNALLOCATED-STATE-TAX PIC 9(13)V99 VALUE 0.

       01  WS-HELD-TOTALS.
           05  WS-HELD-COUNT           PIC 9(07) VALUE 0.
           05  WS-HELD-GROSS           PIC 9(13)V99 VALUE 0.
           05  WS-HELD-FEDERAL-TAX     PIC 9(13)V99 VALUE 0.
           05  WS-HELD-STATE-TAX       PIC 9(13)V99 VALUE 0.
           05  WS-HELD-SS-TAX          PIC 9(13)V99 VALUE 0.
           05  WS-HELD-MEDICARE-TAX    PIC 9(13)V99 VALUE 0.

       01  WS-MISSING-ADDR-COUNT       PIC 9(5) VALUE 0.

      * W-3 STATE TOTALS (BOXES 15-17), BY THE TAX CODE EACH RS       *
      * RECORD WAS FILED UNDER. SIZED AS QTRRPT'S STATE TABLE IS.     *
       01  WS-STATE-TOTALS.
           05  WS-STATE-COUNT          PIC 99 VALUE 0.
           05  WS-STATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STA-IDX.
               10  WS-STA-CODE         PIC X(2).
               10  WS-STA-WAGES        PIC 9(13)V99.
               10  WS-STA-STATE-TAX    PIC 9(13)V99.

       01  WS-W3-TITLE-LINE.
           05  FILLER                  PIC X(44)
               VALUE 'W-3 TRANSMITTAL OF WAGE AND TAX STATEMENTS  '.
           05  FILLER                  PIC X(09) VALUE 'TAX YEAR '.
           05  WS-W3T-TAX-YEAR         PIC 9(4).
           05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
           05  WS-W3T-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-W3-EMPLOYER-LINE.
           05  FILLER                  PIC X(14) VALUE 'EMPLOYER EIN  '.
           05  WS-W3E-EIN              PIC 9(9).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W3E-NAME             PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-W3-HEADING-LINE.
           05  WS-W3H-TEXT             PIC X(80).

       01  WS-W3-HELD-LINE.
           05  FILLER                  PIC X(05) VALUE 'HELD '.
           05  WS-W3R-EMPLOYEE-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W3R-NAME             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W3R-REASON           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W3R-GROSS            PIC Z(9)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-W3-BOX-LINE.
           05  WS-W3B-LABEL            PIC X(40).
           05  WS-W3B-AMOUNT           PIC Z(12)9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-W3-COUNT-LINE.
           05  WS-W3C-LABEL            PIC X(40).
           05  WS-W3C-COUNT            PIC Z(15)9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-W3-STATE-LINE.
           05  FILLER                  PIC X(09) VALUE '15 STATE '.
           05  WS-W3S-CODE             PIC X(2).
           05  FILLER                  PIC X(10) VALUE '  16 WAGES'.
           05  WS-W3S-WAGES            PIC Z(12)9.99.
           05  FILLER                  PIC X(10) VALUE '  17 TAX  '.
           05  WS-W3S-STATE-TAX        PIC Z(12)9.99.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-W3-TIE-LINE.
           05  WS-W3X-LABEL            PIC X(24).
           05  WS-W3X-STATEMENTS       PIC Z(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-W3X-FILED-HELD       PIC Z(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W3X-RESULT           PIC X(14).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-TIE-WORK.
           05  WS-TIE-STATEMENTS       PIC 9(13)V99.
           05  WS-TIE-FILED-HELD       PIC 9(13)V99.

      * THE STATEMENT'S IDENTITY LINES. THE SSN PRINTS IN ITS         *
      * CUSTOMARY AAA-GG-SSSS SHAPE; A MISSING ONE PRINTS BLANK AND   *
       01  WS-MISSING-SSN-COUNT        PIC 9(5) VALUE 0.

       01  WS-MISSING-SSN-LINE.
           05  WS-MSL-LABEL            PIC X(12)
                   VALUE 'MISSING SSN '.
           05  WS-MSL-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-STATE-HISTORY.
           PERFORM SET-TAX-YEAR.
           PERFORM LOAD-SOC-SEC-WAGE-BASE.
           IF WS-SS-BASE-FOUND-FLAG = 'N'
               DISPLAY 'W2GEN: NO SOCIAL SECURITY WAGE BASE (SOCSEC) '
               DISPLAY 'IS IN FORCE ON ' WS-SS-YEAR-END-DATE
               DISPLAY 'IN data/taxparm.dat - BOX 3 CANNOT BE CAPPED. '
               DISPLAY 'RUN REFUSED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-EFW2-HEADERS
               IF WS-MASTER-STATUS NOT = '35'
                   PERFORM READ-NEXT-MASTER
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       PERFORM WRITE-W2-STATEMENT
                       PERFORM WRITE-EFW2-EMPLOYEE
                       PERFORM READ-NEXT-MASTER
                   END-PERFORM
               END-IF
               PERFORM WRITE-CONTROL-TOTAL
               PERFORM WRITE-EFW2-TOTALS
               PERFORM WRITE-W3-TRANSMITTAL
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

      * OPEN-FILES: OPENS THE EMPLOYEE MASTER AND THE W-2 OUTPUT FILE. *
      * A MISSING MASTER FILE (STATUS '35') IS REPORTED AND LEFT FOR   *
      * MAIN-LOGIC TO SKIP, SINCE NO PAYROLL RUN HAS CREATED ONE YET.  *
      * A MISSING PAY HISTORY ONLY COSTS THE RS STATE RECORDS - THE    *
      * STATE TAX THEN SHOWS ON THE W-3 AS UNALLOCATED.                *
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
               DISPLAY 'STATEMENTS PRODUCED.'
           END-IF.
           OPEN OUTPUT W2-FILE.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'W2GEN: NO PAY HISTORY FILE FOUND, NO STATE '
               DISPLAY 'RECORDS WILL BE FILED.'
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.
           OPEN OUTPUT EFW2-FILE.
           OPEN OUTPUT W3-FILE.

      ******************************************************************
      * CLOSE-FILES: CLOSES THE EMPLOYEE MASTER, PAY HISTORY, AND THE  *
      * W-2, EFW2 AND W-3 OUTPUT FILES. THE MASTER AND HISTORY ARE     *
      * ONLY CLOSED IF THEY WERE ACTUALLY OPENED.                      *
      ******************************************************************
       CLOSE-FILES.
           IF WS-MASTER-STATUS NOT = '35'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE W2-FILE.
           IF WS-PAYHIST-STATUS = '00' OR WS-PAYHIST-STATUS = '10'
               CLOSE PAY-HISTORY-FILE
           END-IF.
           CLOSE EFW2-FILE.
           CLOSE W3-FILE.

      ******************************************************************
      * READ-NEXT-MASTER: READS THE NEXT EMPLOYEE MASTER RECORD IN     *
           MOVE MST-ADDR-STATE TO WS-W2A-STATE.
           MOVE MST-ADDR-ZIP TO WS-W2A-ZIP.
           WRITE W2-RECORD FROM WS-W2-ADDRESS-LINE.
           IF MST-ADDR-STREET = SPACES OR MST-ADDR-CITY = SPACES
                   OR MST-ADDR-STATE = SPACES
                   OR MST-ADDR-ZIP (1:5) = SPACES
               ADD 1 TO WS-MISSING-ADDR-COUNT
           END-IF.

           MOVE MST-EMPLOYEE-ID   TO WS-W2-EMPLOYEE-ID.
           MOVE MST-YTD-GROSS-PAY TO WS-W2-GROSS-PAY.
      ******************************************************************
      * WRITE-CONTROL-TOTAL: WRITES THE COMPANY-LEVEL CONTROL TOTAL    *
      * LINE SO THE STATEMENTS CAN BE TIED OUT WITHOUT HAND-TALLYING   *
      * TWELVE MONTHS OF PAYROLL OUTPUT, FOLLOWED BY THE COUNTS OF     *
      * EMPLOYEES STILL MISSING AN SSN OR A COMPLETE ADDRESS.          *
      ******************************************************************
       WRITE-CONTROL-TOTAL.
           MOVE WS-EMPLOYEE-COUNT   TO WS-CTL-EMPLOYEE-COUNT.
           MOVE WS-TOTAL-SOC-SEC-TAX TO WS-CTL-SOC-SEC-TAX.
           MOVE WS-TOTAL-MEDICARE-TAX TO WS-CTL-MEDICARE-TAX.
           WRITE W2-RECORD FROM WS-CONTROL-TOTAL-LINE.
           MOVE 'MISSING SSN ' TO WS-MSL-LABEL.
           MOVE WS-MISSING-SSN-COUNT TO WS-MSL-COUNT.
           WRITE W2-RECORD FROM WS-MISSING-SSN-LINE.
           MOVE 'MISSING ADDR' TO WS-MSL-LABEL.
           MOVE WS-MISSING-ADDR-COUNT TO WS-MSL-COUNT.
           WRITE W2-RECORD FROM WS-MISSING-SSN-LINE.

      ******************************************************************
      * LOAD-STATE-HISTORY: ROLLS THE YEAR'S PAY HISTORY UP INTO ONE   *
      * ROW PER EMPLOYEE AND TAX CODE, SO EACH EMPLOYEE'S RS RECORDS   *
      * CAN BE FILED UNDER EVERY STATE THEY WERE TAXED IN, AND NOTES   *
      * THE LATEST CHECK DATE FOR THE DEFAULT TAX YEAR.                *
      ******************************************************************
       LOAD-STATE-HISTORY.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
               PERFORM ROLL-HISTORY-RECORD
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           IF WS-HIST-UNMATCHED-RV > 0
               DISPLAY 'W2GEN: ' WS-HIST-UNMATCHED-RV
                   ' RV HISTORY LINES HAD NO DT LINE FOR THE '
               DISPLAY 'EMPLOYEE TO BACK OUT OF - LEFT OUT OF THE '
                   'STATE SPREAD.'
           END-IF.

      ******************************************************************
      * READ-NEXT-HISTORY: READS THE NEXT PAY-HISTORY RECORD. SETS     *
      * THE HISTORY EOF FLAG AT END OF FILE OR ON ANY NON-ZERO READ    *
      * STATUS.                                                        *
      ******************************************************************
       READ-NEXT-HISTORY.
           IF WS-HIST-EOF-FLAG NOT = 'Y'
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
               IF WS-HIST-EOF-FLAG NOT = 'Y'
                       AND WS-PAYHIST-STATUS NOT = '00'
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * ROLL-HISTORY-RECORD: NUMBERS THE RECORD IN FILE ORDER, THEN    *
      * ADDS A DT LINE TO ITS EMPLOYEE/TAX CODE ROW OR BACKS AN RV     *
      * LINE OUT OF THE CODE THE EMPLOYEE WAS LAST TAXED UNDER.        *
      ******************************************************************
       ROLL-HISTORY-RECORD.
           ADD 1 TO WS-HIST-SEQ.
           IF PH-CHECK-DATE NUMERIC
                   AND PH-CHECK-DATE > WS-LATEST-CHECK-DATE
               MOVE PH-CHECK-DATE TO WS-LATEST-CHECK-DATE
           END-IF.
           IF PH-RECORD-TYPE = 'RV'
               PERFORM BACK-OUT-HISTORY-REVERSAL
           ELSE
               PERFORM ADD-HISTORY-TAX-CODE
           END-IF.

      ******************************************************************
      * ADD-HISTORY-TAX-CODE: FINDS (OR STARTS) THE ROW FOR THE DT     *
      * LINE'S EMPLOYEE AND TAX CODE AND ADDS ITS WAGES AND STATE TAX. *
      * A TABLE OVERFLOW IS CALLED OUT LOUDLY - THE EMPLOYEE'S STATE   *
      * TAX THEN FALLS TO THE CODES THAT DID FIT.                      *
      ******************************************************************
       ADD-HISTORY-TAX-CODE.
           MOVE 'N' TO WS-HIST-FOUND-FLAG.
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-HIST-COUNT
                      OR WS-HIST-FOUND-FLAG = 'Y'
               IF WS-PHT-EMPLOYEE-ID (WS-PHT-IDX) = PH-EMPLOYEE-ID
                       AND WS-PHT-TAX-CODE (WS-PHT-IDX) = PH-TAX-CODE
                   ADD PH-GROSS-PAY TO WS-PHT-GROSS (WS-PHT-IDX)
                   ADD PH-STATE-TAX TO WS-PHT-STATE-TAX (WS-PHT-IDX)
                   MOVE WS-HIST-SEQ TO WS-PHT-LAST-SEQ (WS-PHT-IDX)
                   MOVE 'Y' TO WS-HIST-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-HIST-FOUND-FLAG = 'N'
               IF WS-HIST-COUNT < 5000
                   ADD 1 TO WS-HIST-COUNT
                   SET WS-PHT-IDX TO WS-HIST-COUNT
                   MOVE PH-EMPLOYEE-ID
                       TO WS-PHT-EMPLOYEE-ID (WS-PHT-IDX)
                   MOVE PH-TAX-CODE TO WS-PHT-TAX-CODE (WS-PHT-IDX)
                   MOVE PH-GROSS-PAY TO WS-PHT-GROSS (WS-PHT-IDX)
                   MOVE PH-STATE-TAX TO WS-PHT-STATE-TAX (WS-PHT-IDX)
                   MOVE WS-HIST-SEQ TO WS-PHT-LAST-SEQ (WS-PHT-IDX)
                   MOVE 0 TO WS-PHT-RS-WAGES (WS-PHT-IDX)
                   MOVE 0 TO WS-PHT-RS-TAX (WS-PHT-IDX)
               ELSE
                   DISPLAY 'W2GEN: STATE HISTORY TABLE FULL, TAX CODE '
                       PH-TAX-CODE ' FOR EMPLOYEE ' PH-EMPLOYEE-ID
                       ' DROPPED FROM THE STATE SPREAD.'
               END-IF
           END-IF.

      ******************************************************************
      * BACK-OUT-HISTORY-REVERSAL: AN RV LINE CARRIES NO TAX CODE, SO  *
      * IT IS SUBTRACTED FROM THE ROW HOLDING THE EMPLOYEE'S MOST      *
      * RECENT DT LINE - THE PAY A REVERSAL BACKS OUT.                 *
      ******************************************************************
       BACK-OUT-HISTORY-REVERSAL.
           MOVE 0 TO WS-HIST-LATEST-SEQ.
           MOVE 0 TO WS-HIST-LATEST-IDX.
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-HIST-COUNT
               IF WS-PHT-EMPLOYEE-ID (WS-PHT-IDX) = PH-EMPLOYEE-ID
                       AND WS-PHT-LAST-SEQ (WS-PHT-IDX)
                           > WS-HIST-LATEST-SEQ
                   MOVE WS-PHT-LAST-SEQ (WS-PHT-IDX)
                       TO WS-HIST-LATEST-SEQ
                   SET WS-HIST-LATEST-IDX TO WS-PHT-IDX
               END-IF
           END-PERFORM.
           IF WS-HIST-LATEST-IDX = 0
               ADD 1 TO WS-HIST-UNMATCHED-RV
           ELSE
               SET WS-PHT-IDX TO WS-HIST-LATEST-IDX
               SUBTRACT PH-GROSS-PAY FROM WS-PHT-GROSS (WS-PHT-IDX)
               SUBTRACT PH-STATE-TAX
                   FROM WS-PHT-STATE-TAX (WS-PHT-IDX)
           END-IF.

      ******************************************************************
      * SET-TAX-YEAR: THE FIRST FOUR CHARACTERS OF THE COMMAND LINE,   *
      * WHEN NUMERIC, ARE THE TAX YEAR. OTHERWISE THE YEAR OF THE      *
      * LATEST CHECK DATE ON THE HISTORY IS USED - THE HISTORY HOLDS   *
      * ONLY THE OPEN YEAR UNTIL YEAREND CLOSES IT.                    *
      ******************************************************************
       SET-TAX-YEAR.
           MOVE WS-COMMAND-LINE (1:4) TO WS-TAX-YEAR-X.
           IF WS-TAX-YEAR-X NOT NUMERIC
               IF WS-LATEST-CHECK-DATE > 0
                   MOVE WS-LATEST-CHECK-DATE (1:4) TO WS-TAX-YEAR-X
               ELSE
                   MOVE WS-RUN-DATE (1:4) TO WS-TAX-YEAR-X
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-SOC-SEC-WAGE-BASE: SCANS THE TAX PARAMETER FILE FOR THE   *
      * 'SOCSEC' LIMIT WITH THE LATEST EFFECTIVE DATE NOT AFTER        *
      * DECEMBER 31 OF THE TAX YEAR. NO FILE, OR NO SUCH LIMIT, LEAVES *
      * THE FOUND FLAG 'N'.                                            *
      ******************************************************************
       LOAD-SOC-SEC-WAGE-BASE.
           COMPUTE WS-SS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231.
           MOVE 'N' TO WS-SS-BASE-FOUND-FLAG.
           MOVE 'N' TO WS-TAX-PARM-EOF-FLAG.
           OPEN INPUT TAX-PARM-FILE.
           IF WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-TAX-PARM-EOF-FLAG
           END-IF.
           PERFORM SCAN-ONE-TAX-PARAMETER
               UNTIL WS-TAX-PARM-EOF-FLAG = 'Y'.
           IF WS-TAX-PARM-STATUS = '00' OR WS-TAX-PARM-STATUS = '10'
               CLOSE TAX-PARM-FILE
           END-IF.

      ******************************************************************
      * SCAN-ONE-TAX-PARAMETER: READS ONE PARAMETER RECORD AND TAKES   *
      * ITS WAGE BASE IF IT IS A SOCSEC LIMIT IN FORCE BY YEAR END.    *
      * THE FILE IS IN KEY ORDER, SO A LATER DATE ALWAYS COMES AFTER   *
      * AN EARLIER ONE AND THE LAST TAKEN IS THE ONE IN FORCE.         *
      ******************************************************************
       SCAN-ONE-TAX-PARAMETER.
           READ TAX-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-PARM-EOF-FLAG
           END-READ.
           IF WS-TAX-PARM-EOF-FLAG NOT = 'Y'
                   AND WS-TAX-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-TAX-PARM-EOF-FLAG
           END-IF.
           IF WS-TAX-PARM-EOF-FLAG NOT = 'Y'
               IF TXP-PARM-TYPE = 'LM'
                       AND TXP-PARM-CODE = 'SOCSEC'
                       AND TXP-EFFECTIVE-DATE <= WS-SS-YEAR-END-DATE
                       AND TXP-EFFECTIVE-DATE >= WS-SS-BASE-DATE
                   MOVE TXP-AMOUNT TO WS-SOC-SEC-WAGE-BASE
                   MOVE TXP-EFFECTIVE-DATE TO WS-SS-BASE-DATE
                   MOVE 'Y' TO WS-SS-BASE-FOUND-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-EFW2-HEADERS: WRITES THE RA SUBMITTER AND RE EMPLOYER    *
      * RECORDS THAT LEAD THE SUBMISSION, AND THE TITLE OF THE W-3     *
      * REPORT, WHOSE FIRST SECTION IS THE HELD-OUT LISTING.           *
      ******************************************************************
       WRITE-EFW2-HEADERS.
           MOVE WS-EMP-EIN TO WS-RA-EIN.
           MOVE WS-EMP-BSO-USER-ID TO WS-RA-USER-ID.
           MOVE WS-EMP-NAME TO WS-RA-COMPANY-NAME.
           MOVE WS-EMP-DELIVERY-ADDR TO WS-RA-COMPANY-DELIVERY.
           MOVE WS-EMP-CITY TO WS-RA-COMPANY-CITY.
           MOVE WS-EMP-STATE TO WS-RA-COMPANY-STATE.
           MOVE WS-EMP-ZIP TO WS-RA-COMPANY-ZIP.
           MOVE WS-EMP-NAME TO WS-RA-SUBMITTER-NAME.
           MOVE WS-EMP-DELIVERY-ADDR TO WS-RA-SUBMITTER-DELIVERY.
           MOVE WS-EMP-CITY TO WS-RA-SUBMITTER-CITY.
           MOVE WS-EMP-STATE TO WS-RA-SUBMITTER-STATE.
           MOVE WS-EMP-ZIP TO WS-RA-SUBMITTER-ZIP.
           MOVE WS-EMP-CONTACT-NAME TO WS-RA-CONTACT-NAME.
           MOVE WS-EMP-CONTACT-PHONE TO WS-RA-CONTACT-PHONE.
           MOVE WS-EMP-CONTACT-EMAIL TO WS-RA-CONTACT-EMAIL.
           WRITE EFW2-RECORD FROM WS-EFW2-RA.

           MOVE WS-TAX-YEAR TO WS-RE-TAX-YEAR.
           MOVE WS-EMP-EIN TO WS-RE-EIN.
           MOVE WS-EMP-NAME TO WS-RE-EMPLOYER-NAME.
           MOVE WS-EMP-DELIVERY-ADDR TO WS-RE-DELIVERY.
           MOVE WS-EMP-CITY TO WS-RE-CITY.
           MOVE WS-EMP-STATE TO WS-RE-STATE.
           MOVE WS-EMP-ZIP TO WS-RE-ZIP.
           MOVE WS-EMP-CONTACT-NAME TO WS-RE-CONTACT-NAME.
           MOVE WS-EMP-CONTACT-PHONE TO WS-RE-CONTACT-PHONE.
           MOVE WS-EMP-CONTACT-EMAIL TO WS-RE-CONTACT-EMAIL.
           WRITE EFW2-RECORD FROM WS-EFW2-RE.

           MOVE WS-TAX-YEAR TO WS-W3T-TAX-YEAR.
           MOVE WS-RUN-DATE TO WS-W3T-RUN-DATE.
           WRITE W3-RECORD FROM WS-W3-TITLE-LINE.
           MOVE WS-EMP-EIN TO WS-W3E-EIN.
           MOVE WS-EMP-NAME TO WS-W3E-NAME.
           WRITE W3-RECORD FROM WS-W3-EMPLOYER-LINE.
           MOVE 'EMPLOYEES HELD OUT OF THE EFW2 FILE - '
               TO WS-W3H-TEXT.
           MOVE 'CORRECT AND FILE SEPARATELY' TO WS-W3H-TEXT (39:27).
           WRITE W3-RECORD FROM WS-W3-HEADING-LINE.

      ******************************************************************
      * WRITE-EFW2-EMPLOYEE: FILES ONE EMPLOYEE - AN RW RECORD AND     *
      * ITS RS STATE RECORDS - UNLESS THE MASTER CANNOT SUPPORT A      *
      * FILING, IN WHICH CASE THE EMPLOYEE IS LISTED AS HELD OUT AND   *
      * THE REST OF THE SUBMISSION GOES AHEAD WITHOUT THEM.            *
      ******************************************************************
       WRITE-EFW2-EMPLOYEE.
           PERFORM CHECK-FILING-HOLDS.
           IF NOT WS-HOLD-NONE
               PERFORM WRITE-HELD-EMPLOYEE
           ELSE
               PERFORM SPLIT-EMPLOYEE-NAME
               PERFORM BUILD-EFW2-RW
               WRITE EFW2-RECORD FROM WS-EFW2-RW
               PERFORM WRITE-EFW2-STATE-RECORDS
           END-IF.

      ******************************************************************
      * CHECK-FILING-HOLDS: THE SSA BOUNCES AN RW WITHOUT A NUMERIC    *
      * SSN OR A DELIVERABLE ADDRESS, SO THOSE ARE HELD OUT. A MASTER  *
      * THAT CARRIED NO PAY OR TAX ALL YEAR HAS NOTHING TO FILE.       *
      ******************************************************************
       CHECK-FILING-HOLDS.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN MST-SSN = SPACES
                   SET WS-HOLD-MISSING-SSN TO TRUE
               WHEN MST-SSN NOT NUMERIC
                   SET WS-HOLD-BAD-SSN TO TRUE
               WHEN MST-ADDR-STREET = SPACES
                       OR MST-ADDR-CITY = SPACES
                       OR MST-ADDR-STATE = SPACES
                       OR MST-ADDR-ZIP (1:5) = SPACES
                   SET WS-HOLD-MISSING-ADDR TO TRUE
               WHEN MST-YTD-GROSS-PAY = 0
                       AND MST-YTD-FEDERAL-TAX = 0
                       AND MST-YTD-STATE-TAX = 0
                       AND MST-YTD-SOC-SEC-TAX = 0
                       AND MST-YTD-MEDICARE-TAX = 0
                   SET WS-HOLD-NO-WAGES TO TRUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-HELD-EMPLOYEE: LISTS A HELD-OUT EMPLOYEE ON THE W-3      *
      * REPORT AND KEEPS THEIR FIGURES, SO THE W-3 CAN STILL BE TIED   *
      * BACK TO THE PRINTED STATEMENTS.                                *
      ******************************************************************
       WRITE-HELD-EMPLOYEE.
           MOVE MST-EMPLOYEE-ID TO WS-W3R-EMPLOYEE-ID.
           MOVE MST-NAME TO WS-W3R-NAME.
           MOVE WS-HOLD-REASON TO WS-W3R-REASON.
           MOVE MST-YTD-GROSS-PAY TO WS-W3R-GROSS.
           WRITE W3-RECORD FROM WS-W3-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT.
           ADD MST-YTD-GROSS-PAY TO WS-HELD-GROSS.
           ADD MST-YTD-FEDERAL-TAX TO WS-HELD-FEDERAL-TAX.
           ADD MST-YTD-STATE-TAX TO WS-HELD-STATE-TAX.
           ADD MST-YTD-SOC-SEC-TAX TO WS-HELD-SS-TAX.
           ADD MST-YTD-MEDICARE-TAX TO WS-HELD-MEDICARE-TAX.

      ******************************************************************
      * SPLIT-EMPLOYEE-NAME: BREAKS MST-NAME INTO THE FIRST, MIDDLE,   *
      * LAST AND SUFFIX FIELDS THE SSA MATCHES AGAINST ITS RECORDS.    *
      * 'LAST, FIRST MIDDLE' SPLITS AT THE COMMA; OTHERWISE THE LAST   *
      * WORD IS THE SURNAME (AFTER A JR/SR/II/III/IV SUFFIX COMES OFF) *
      * AND ANY WORDS BETWEEN THE FIRST AND LAST ARE THE MIDDLE NAME.  *
      ******************************************************************
       SPLIT-EMPLOYEE-NAME.
           MOVE SPACES TO WS-NM-FIRST WS-NM-MIDDLE WS-NM-LAST
               WS-NM-SUFFIX.
           MOVE SPACES TO WS-NM-BEFORE-COMMA WS-NM-AFTER-COMMA.
           MOVE 0 TO WS-NM-COMMA-COUNT.
           INSPECT MST-NAME TALLYING WS-NM-COMMA-COUNT FOR ALL ','.
           IF WS-NM-COMMA-COUNT > 0
               UNSTRING MST-NAME DELIMITED BY ','
                   INTO WS-NM-BEFORE-COMMA WS-NM-AFTER-COMMA
               END-UNSTRING
               MOVE WS-NM-AFTER-COMMA TO WS-NM-SOURCE
               PERFORM BREAK-NAME-WORDS
               MOVE WS-NM-BEFORE-COMMA TO WS-NM-SOURCE
               MOVE WS-NM-WORD (1) TO WS-NM-FIRST
               MOVE WS-NM-WORD (2) TO WS-NM-MIDDLE
               MOVE 0 TO WS-NM-LEADING
               INSPECT WS-NM-SOURCE TALLYING WS-NM-LEADING
                   FOR LEADING SPACE
               IF WS-NM-LEADING < 30
                   MOVE WS-NM-SOURCE (WS-NM-LEADING + 1:)
                       TO WS-NM-LAST
               END-IF
           ELSE
               MOVE MST-NAME TO WS-NM-SOURCE
               PERFORM BREAK-NAME-WORDS
               IF WS-NM-WORD-COUNT > 2
                   IF WS-NM-WORD (WS-NM-WORD-COUNT) = 'JR' OR 'JR.'
                           OR 'SR' OR 'SR.' OR 'II' OR 'III' OR 'IV'
                       MOVE WS-NM-WORD (WS-NM-WORD-COUNT)
                           TO WS-NM-SUFFIX
                       SUBTRACT 1 FROM WS-NM-WORD-COUNT
                   END-IF
               END-IF
               EVALUATE WS-NM-WORD-COUNT
                   WHEN 0
                       CONTINUE
                   WHEN 1
                       MOVE WS-NM-WORD (1) TO WS-NM-LAST
                   WHEN 2
                       MOVE WS-NM-WORD (1) TO WS-NM-FIRST
                       MOVE WS-NM-WORD (2) TO WS-NM-LAST
                   WHEN 3
                       MOVE WS-NM-WORD (1) TO WS-NM-FIRST
                       MOVE WS-NM-WORD (2) TO WS-NM-MIDDLE
                       MOVE WS-NM-WORD (3) TO WS-NM-LAST
                   WHEN OTHER
                       MOVE WS-NM-WORD (1) TO WS-NM-FIRST
                       STRING WS-NM-WORD (2) DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-NM-WORD (3) DELIMITED BY SPACE
                           INTO WS-NM-MIDDLE
                       END-STRING
                       MOVE WS-NM-WORD (4) TO WS-NM-LAST
               END-EVALUATE
           END-IF.

      ******************************************************************
      * BREAK-NAME-WORDS: SPLITS WS-NM-SOURCE, LEADING SPACES SKIPPED, *
      * INTO UP TO FOUR SPACE-SEPARATED WORDS AND COUNTS THEM.         *
      ******************************************************************
       BREAK-NAME-WORDS.
           MOVE SPACES TO WS-NM-WORD (1) WS-NM-WORD (2)
               WS-NM-WORD (3) WS-NM-WORD (4).
           MOVE 0 TO WS-NM-WORD-COUNT.
           MOVE 0 TO WS-NM-LEADING.
           INSPECT WS-NM-SOURCE TALLYING WS-NM-LEADING
               FOR LEADING SPACE.
           IF WS-NM-LEADING < 30
               UNSTRING WS-NM-SOURCE (WS-NM-LEADING + 1:)
                   DELIMITED BY ALL SPACE
                   INTO WS-NM-WORD (1) WS-NM-WORD (2)
                        WS-NM-WORD (3) WS-NM-WORD (4)
                   TALLYING IN WS-NM-WORD-COUNT
               END-UNSTRING
           END-IF.
           IF WS-NM-WORD-COUNT > 4
               MOVE 4 TO WS-NM-WORD-COUNT
           END-IF.

      ******************************************************************
      * BUILD-EFW2-RW: FORMATS THE EMPLOYEE'S RW RECORD FROM THE       *
      * MASTER'S DEMOGRAPHIC AND YTD FIELDS AND ROLLS IT INTO THE      *
      * FILED TOTALS THE RT RECORD AND THE W-3 ARE BUILT FROM. THE     *
      * STREET ADDRESS GOES IN THE DELIVERY ADDRESS FIELD (22 BYTES,   *
      * AS THE SSA ALLOWS); THE NINE-DIGIT ZIP SPLITS INTO ZIP AND     *
      * EXTENSION.                                                     *
      ******************************************************************
       BUILD-EFW2-RW.
           IF MST-YTD-PRETAX-PREMIUM NUMERIC
               COMPUTE WS-FW-PRETAX =
                   MST-YTD-401K-DED + MST-YTD-PRETAX-PREMIUM
           ELSE
               MOVE MST-YTD-401K-DED TO WS-FW-PRETAX
           END-IF.
           IF WS-FW-PRETAX < MST-YTD-GROSS-PAY
               COMPUTE WS-FW-WAGES =
                   MST-YTD-GROSS-PAY - WS-FW-PRETAX
           ELSE
               MOVE 0 TO WS-FW-WAGES
           END-IF.
           IF MST-YTD-GROSS-PAY > WS-SOC-SEC-WAGE-BASE
               MOVE WS-SOC-SEC-WAGE-BASE TO WS-FW-SS-WAGES
           ELSE
               MOVE MST-YTD-GROSS-PAY TO WS-FW-SS-WAGES
           END-IF.
           MOVE MST-YTD-GROSS-PAY TO WS-FW-MEDICARE-WAGES.

           MOVE MST-SSN TO WS-RW-SSN.
           MOVE WS-NM-FIRST TO WS-RW-FIRST-NAME.
           MOVE WS-NM-MIDDLE TO WS-RW-MIDDLE-NAME.
           MOVE WS-NM-LAST TO WS-RW-LAST-NAME.
           MOVE WS-NM-SUFFIX TO WS-RW-SUFFIX.
           MOVE MST-ADDR-STREET TO WS-RW-DELIVERY.
           MOVE MST-ADDR-CITY TO WS-RW-CITY.
           MOVE MST-ADDR-STATE TO WS-RW-STATE.
           MOVE MST-ADDR-ZIP (1:5) TO WS-RW-ZIP.
           MOVE MST-ADDR-ZIP (6:4) TO WS-RW-ZIP-EXT.
           MOVE WS-FW-WAGES TO WS-RW-WAGES.
           MOVE MST-YTD-FEDERAL-TAX TO WS-RW-FEDERAL-TAX.
           MOVE WS-FW-SS-WAGES TO WS-RW-SS-WAGES.
           MOVE MST-YTD-SOC-SEC-TAX TO WS-RW-SS-TAX.
           MOVE WS-FW-MEDICARE-WAGES TO WS-RW-MEDICARE-WAGES.
           MOVE MST-YTD-MEDICARE-TAX TO WS-RW-MEDICARE-TAX.
           MOVE MST-YTD-401K-DED TO WS-RW-DEFERRED-401K.
           IF MST-YTD-401K-DED > 0 OR MST-YTD-401K-MATCH > 0
               MOVE '1' TO WS-RW-RETIREMENT-PLAN
           ELSE
               MOVE '0' TO WS-RW-RETIREMENT-PLAN
           END-IF.

           ADD 1 TO WS-FILED-COUNT.
           ADD WS-FW-WAGES TO WS-FILED-WAGES.
           ADD MST-YTD-FEDERAL-TAX TO WS-FILED-FEDERAL-TAX.
           ADD WS-FW-SS-WAGES TO WS-FILED-SS-WAGES.
           ADD MST-YTD-SOC-SEC-TAX TO WS-FILED-SS-TAX.
           ADD WS-FW-MEDICARE-WAGES TO WS-FILED-MEDICARE-WAGES.
           ADD MST-YTD-MEDICARE-TAX TO WS-FILED-MEDICARE-TAX.
           ADD MST-YTD-401K-DED TO WS-FILED-DEFERRED-401K.

      ******************************************************************
      * WRITE-EFW2-STATE-RECORDS: WRITES AN RS RECORD FOR EACH TAX     *
      * CODE THE EMPLOYEE WAS TAXED UNDER. AN EMPLOYEE WITH NO PAY     *
      * HISTORY HAS NO KNOWN STATE - THEIR STATE TAX IS CARRIED TO     *
      * THE W-3 AS UNALLOCATED FOR THE CLERK TO FILE BY HAND.          *
      ******************************************************************
       WRITE-EFW2-STATE-RECORDS.
           PERFORM SPREAD-STATE-FIGURES.
           IF WS-FW-CODES = 0
               ADD MST-YTD-STATE-TAX TO WS-UNALLOCATED-STATE-TAX
           ELSE
               PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                       UNTIL WS-PHT-IDX > WS-HIST-COUNT
                   IF WS-PHT-EMPLOYEE-ID (WS-PHT-IDX)
                           = MST-EMPLOYEE-ID
                       PERFORM WRITE-EFW2-RS
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * SPREAD-STATE-FIGURES: THE MASTER'S YTD IS WHAT THE W-2 FILES,  *
      * SO IT IS SPREAD ACROSS THE EMPLOYEE'S TAX CODES RATHER THAN    *
      * TAKEN FROM THE HISTORY OUTRIGHT. EACH CODE BUT THE ONE LAST    *
      * TAXED UNDER GETS ITS SHARE OF BOX 1 WAGES, IN PROPORTION TO    *
      * ITS HISTORY WAGES, AND THE STATE TAX ITS HISTORY SHOWS; THE    *
      * LAST CODE TAKES THE REMAINDER OF BOTH, SO THE RS RECORDS FOOT  *
      * EXACTLY TO THE RW AND THE MASTER (A ONE-STATE EMPLOYEE SIMPLY  *
      * FILES THE WHOLE OF EACH).                                      *
      ******************************************************************
       SPREAD-STATE-FIGURES.
           MOVE 0 TO WS-FW-CODES WS-FW-CODE-GROSS WS-FW-LAST-IDX
               WS-FW-LAST-SEQ WS-FW-OTHER-WAGES WS-FW-OTHER-TAX.
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-HIST-COUNT
               IF WS-PHT-EMPLOYEE-ID (WS-PHT-IDX) = MST-EMPLOYEE-ID
                   ADD 1 TO WS-FW-CODES
                   IF WS-PHT-GROSS (WS-PHT-IDX) > 0
                       ADD WS-PHT-GROSS (WS-PHT-IDX)
                           TO WS-FW-CODE-GROSS
                   END-IF
                   IF WS-PHT-LAST-SEQ (WS-PHT-IDX) > WS-FW-LAST-SEQ
                       MOVE WS-PHT-LAST-SEQ (WS-PHT-IDX)
                           TO WS-FW-LAST-SEQ
                       SET WS-FW-LAST-IDX TO WS-PHT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-HIST-COUNT
               IF WS-PHT-EMPLOYEE-ID (WS-PHT-IDX) = MST-EMPLOYEE-ID
                       AND WS-PHT-IDX NOT = WS-FW-LAST-IDX
                   IF WS-FW-CODE-GROSS > 0
                           AND WS-PHT-GROSS (WS-PHT-IDX) > 0
                       COMPUTE WS-PHT-RS-WAGES (WS-PHT-IDX) ROUNDED =
                           WS-FW-WAGES * WS-PHT-GROSS (WS-PHT-IDX)
                               / WS-FW-CODE-GROSS
                   ELSE
                       MOVE 0 TO WS-PHT-RS-WAGES (WS-PHT-IDX)
                   END-IF
                   IF WS-PHT-STATE-TAX (WS-PHT-IDX) > 0
                       MOVE WS-PHT-STATE-TAX (WS-PHT-IDX)
                           TO WS-PHT-RS-TAX (WS-PHT-IDX)
                   ELSE
                       MOVE 0 TO WS-PHT-RS-TAX (WS-PHT-IDX)
                   END-IF
                   ADD WS-PHT-RS-WAGES (WS-PHT-IDX)
                       TO WS-FW-OTHER-WAGES
                   ADD WS-PHT-RS-TAX (WS-PHT-IDX) TO WS-FW-OTHER-TAX
               END-IF
           END-PERFORM.
           IF WS-FW-CODES > 0
               SET WS-PHT-IDX TO WS-FW-LAST-IDX
               IF WS-FW-WAGES > WS-FW-OTHER-WAGES
                   COMPUTE WS-PHT-RS-WAGES (WS-PHT-IDX) =
                       WS-FW-WAGES - WS-FW-OTHER-WAGES
               ELSE
                   MOVE 0 TO WS-PHT-RS-WAGES (WS-PHT-IDX)
               END-IF
               IF MST-YTD-STATE-TAX > WS-FW-OTHER-TAX
                   COMPUTE WS-PHT-RS-TAX (WS-PHT-IDX) =
                       MST-YTD-STATE-TAX - WS-FW-OTHER-TAX
               ELSE
                   MOVE 0 TO WS-PHT-RS-TAX (WS-PHT-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-EFW2-RS: WRITES ONE RS RECORD FOR THE EMPLOYEE'S TAX     *
      * CODE AT WS-PHT-IDX, UNLESS IT SPREADS TO NOTHING (A CODE WHOSE *
      * PAY WAS ALL REVERSED). A CODE WITH NO NUMERIC STATE CODE ON    *
      * FILE CANNOT BE FILED; ITS TAX GOES TO THE W-3 AS UNALLOCATED.  *
      ******************************************************************
       WRITE-EFW2-RS.
           IF WS-PHT-RS-WAGES (WS-PHT-IDX) > 0
                   OR WS-PHT-RS-TAX (WS-PHT-IDX) > 0
               SET WS-FIPS-IDX TO 1
               SEARCH WS-FIPS-ENTRY
                   AT END
                       DISPLAY 'W2GEN: NO STATE CODE FOR TAX CODE '
                           WS-PHT-TAX-CODE (WS-PHT-IDX)
                           ', EMPLOYEE ' MST-EMPLOYEE-ID
                           ' STATE TAX LEFT UNALLOCATED.'
                       ADD WS-PHT-RS-TAX (WS-PHT-IDX)
                           TO WS-UNALLOCATED-STATE-TAX
                   WHEN WS-FIPS-TAX-CODE (WS-FIPS-IDX)
                           = WS-PHT-TAX-CODE (WS-PHT-IDX)
                       MOVE WS-FIPS-STATE-CODE (WS-FIPS-IDX)
                           TO WS-RS-STATE-CODE WS-RS-STATE-CODE-2
                       MOVE MST-SSN TO WS-RS-SSN
                       MOVE WS-NM-FIRST TO WS-RS-FIRST-NAME
                       MOVE WS-NM-MIDDLE TO WS-RS-MIDDLE-NAME
                       MOVE WS-NM-LAST TO WS-RS-LAST-NAME
                       MOVE WS-NM-SUFFIX TO WS-RS-SUFFIX
                       MOVE MST-ADDR-STREET TO WS-RS-DELIVERY
                       MOVE MST-ADDR-CITY TO WS-RS-CITY
                       MOVE MST-ADDR-STATE TO WS-RS-STATE
                       MOVE MST-ADDR-ZIP (1:5) TO WS-RS-ZIP
                       MOVE MST-ADDR-ZIP (6:4) TO WS-RS-ZIP-EXT
                       MOVE WS-PHT-RS-WAGES (WS-PHT-IDX)
                           TO WS-RS-STATE-WAGES
                       MOVE WS-PHT-RS-TAX (WS-PHT-IDX)
                           TO WS-RS-STATE-TAX
                       WRITE EFW2-RECORD FROM WS-EFW2-RS
                       ADD WS-PHT-RS-TAX (WS-PHT-IDX)
                           TO WS-FILED-STATE-TAX
                       PERFORM ROLL-INTO-STATE-TOTALS
               END-SEARCH
           END-IF.

      ******************************************************************
      * ROLL-INTO-STATE-TOTALS: FINDS (OR STARTS) THE W-3 STATE ROW    *
      * FOR THE RS RECORD'S TAX CODE AND ADDS ITS WAGES AND TAX.       *
      ******************************************************************
       ROLL-INTO-STATE-TOTALS.
           MOVE 'N' TO WS-STATE-FOUND-FLAG.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STATE-COUNT
                      OR WS-STATE-FOUND-FLAG = 'Y'
               IF WS-STA-CODE (WS-STA-IDX)
                       = WS-PHT-TAX-CODE (WS-PHT-IDX)
                   ADD WS-PHT-RS-WAGES (WS-PHT-IDX)
                       TO WS-STA-WAGES (WS-STA-IDX)
                   ADD WS-PHT-RS-TAX (WS-PHT-IDX)
                       TO WS-STA-STATE-TAX (WS-STA-IDX)
                   MOVE 'Y' TO WS-STATE-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-STATE-FOUND-FLAG = 'N'
               IF WS-STATE-COUNT < 20
                   ADD 1 TO WS-STATE-COUNT
                   SET WS-STA-IDX TO WS-STATE-COUNT
                   MOVE WS-PHT-TAX-CODE (WS-PHT-IDX)
                       TO WS-STA-CODE (WS-STA-IDX)
                   MOVE WS-PHT-RS-WAGES (WS-PHT-IDX)
                       TO WS-STA-WAGES (WS-STA-IDX)
                   MOVE WS-PHT-RS-TAX (WS-PHT-IDX)
                       TO WS-STA-STATE-TAX (WS-STA-IDX)
               ELSE
                   DISPLAY 'W2GEN: STATE TABLE FULL, TAX CODE '
                       WS-PHT-TAX-CODE (WS-PHT-IDX)
                       ' DROPPED FROM THE W-3 STATE LISTING.'
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-EFW2-TOTALS: WRITES THE RT TOTAL RECORD FOR THE RW       *
      * RECORDS FILED AND THE RF RECORD THAT CLOSES THE SUBMISSION.    *
      ******************************************************************
       WRITE-EFW2-TOTALS.
           MOVE WS-FILED-COUNT TO WS-RT-RW-COUNT.
           MOVE WS-FILED-WAGES TO WS-RT-WAGES.
           MOVE WS-FILED-FEDERAL-TAX TO WS-RT-FEDERAL-TAX.
           MOVE WS-FILED-SS-WAGES TO WS-RT-SS-WAGES.
           MOVE WS-FILED-SS-TAX TO WS-RT-SS-TAX.
           MOVE WS-FILED-MEDICARE-WAGES TO WS-RT-MEDICARE-WAGES.
           MOVE WS-FILED-MEDICARE-TAX TO WS-RT-MEDICARE-TAX.
           MOVE WS-FILED-DEFERRED-401K TO WS-RT-DEFERRED-401K.
           WRITE EFW2-RECORD FROM WS-EFW2-RT.
           MOVE WS-FILED-COUNT TO WS-RF-RW-COUNT.
           WRITE EFW2-RECORD FROM WS-EFW2-RF.

      ******************************************************************
      * WRITE-W3-TRANSMITTAL: PRINTS THE W-3 BOXES STRAIGHT FROM THE   *
      * RT RECORD JUST WRITTEN, THE STATE TOTALS BY TAX CODE, AND A    *
      * RECONCILIATION SHOWING THAT WHAT WAS FILED PLUS WHAT WAS HELD  *
      * OUT IS EXACTLY WHAT THE PRINTED STATEMENTS TOTAL. A W-3 THAT   *
      * DOES NOT TIE SETS RETURN CODE 8 SO THE FILING IS NOT SENT.     *
      ******************************************************************
       WRITE-W3-TRANSMITTAL.
           MOVE 'HELD OUT OF THE EFW2 FILE' TO WS-W3C-LABEL.
           MOVE WS-HELD-COUNT TO WS-W3C-COUNT.
           WRITE W3-RECORD FROM WS-W3-COUNT-LINE.
           MOVE SPACES TO WS-W3H-TEXT.
           WRITE W3-RECORD FROM WS-W3-HEADING-LINE.
           MOVE 'W-3 TRANSMITTAL - FILED ON THE EFW2 RT RECORD'
               TO WS-W3H-TEXT.
           WRITE W3-RECORD FROM WS-W3-HEADING-LINE.
           MOVE 'C   TOTAL NUMBER OF FORMS W-2' TO WS-W3C-LABEL.
           MOVE WS-RT-RW-COUNT TO WS-W3C-COUNT.
           WRITE W3-RECORD FROM WS-W3-COUNT-LINE.
           MOVE '1   WAGES, TIPS, OTHER COMPENSATION' TO WS-W3B-LABEL.
           MOVE WS-RT-WAGES TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           MOVE '2   FEDERAL INCOME TAX WITHHELD' TO WS-W3B-LABEL.
           MOVE WS-RT-FEDERAL-TAX TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           MOVE '3   SOCIAL SECURITY WAGES' TO WS-W3B-LABEL.
           MOVE WS-RT-SS-WAGES TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           MOVE '4   SOCIAL SECURITY TAX WITHHELD' TO WS-W3B-LABEL.
           MOVE WS-RT-SS-TAX TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           MOVE '5   MEDICARE WAGES AND TIPS' TO WS-W3B-LABEL.
           MOVE WS-RT-MEDICARE-WAGES TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           MOVE '6   MEDICARE TAX WITHHELD' TO WS-W3B-LABEL.
           MOVE WS-RT-MEDICARE-TAX TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           MOVE '12A DEFERRED COMPENSATION (CODE D)' TO WS-W3B-LABEL.
           MOVE WS-RT-DEFERRED-401K TO WS-W3B-AMOUNT.
           WRITE W3-RECORD FROM WS-W3-BOX-LINE.
           PERFORM WRITE-W3-STATE-LINE
               VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STATE-COUNT.
           IF WS-UNALLOCATED-STATE-TAX > 0
               MOVE '17  STATE TAX WITH NO STATE ON FILE'
                   TO WS-W3B-LABEL
               MOVE WS-UNALLOCATED-STATE-TAX TO WS-W3B-AMOUNT
               WRITE W3-RECORD FROM WS-W3-BOX-LINE
           END-IF.
           PERFORM RECONCILE-W3-TO-STATEMENTS.

      ******************************************************************
      * WRITE-W3-STATE-LINE: ONE STATE'S BOX 15-17 LINE.               *
      ******************************************************************
       WRITE-W3-STATE-LINE.
           MOVE WS-STA-CODE (WS-STA-IDX) TO WS-W3S-CODE.
           MOVE WS-STA-WAGES (WS-STA-IDX) TO WS-W3S-WAGES.
           MOVE WS-STA-STATE-TAX (WS-STA-IDX) TO WS-W3S-STATE-TAX.
           WRITE W3-RECORD FROM WS-W3-STATE-LINE.

      ******************************************************************
      * RECONCILE-W3-TO-STATEMENTS: TIES THE FILING BACK TO THE W-2    *
      * CONTROL TOTAL - STATEMENTS PRINTED = FORMS FILED + HELD OUT,   *
      * AND FOR EACH AMOUNT, STATEMENT TOTAL = RT FIGURE (PLUS THE RS  *
      * AND UNALLOCATED FIGURES FOR STATE TAX) + HELD-OUT FIGURE.      *
      * GROSS TIES THROUGH MEDICARE WAGES, WHICH ARE ALL OF GROSS.     *
      ******************************************************************
       RECONCILE-W3-TO-STATEMENTS.
           MOVE SPACES TO WS-W3H-TEXT.
           WRITE W3-RECORD FROM WS-W3-HEADING-LINE.
           MOVE 'RECONCILED TO STATEMENTS' TO WS-W3H-TEXT.
           MOVE 'STATEMENTS' TO WS-W3H-TEXT (31:10).
           MOVE 'FILED + HELD' TO WS-W3H-TEXT (46:12).
           WRITE W3-RECORD FROM WS-W3-HEADING-LINE.
           MOVE 'Y' TO WS-W3-TIES-FLAG.
           IF WS-EMPLOYEE-COUNT NOT = WS-FILED-COUNT + WS-HELD-COUNT
               MOVE 'N' TO WS-W3-TIES-FLAG
               MOVE 'W-2 STATEMENTS PRINTED' TO WS-W3C-LABEL
               MOVE WS-EMPLOYEE-COUNT TO WS-W3C-COUNT
               WRITE W3-RECORD FROM WS-W3-COUNT-LINE
           END-IF.

           MOVE 'GROSS / MEDICARE WAGES' TO WS-W3X-LABEL.
           MOVE WS-TOTAL-GROSS-PAY TO WS-TIE-STATEMENTS.
           COMPUTE WS-TIE-FILED-HELD =
               WS-RT-MEDICARE-WAGES + WS-HELD-GROSS.
           PERFORM WRITE-W3-TIE-LINE.
           MOVE 'FEDERAL INCOME TAX' TO WS-W3X-LABEL.
           MOVE WS-TOTAL-FEDERAL-TAX TO WS-TIE-STATEMENTS.
           COMPUTE WS-TIE-FILED-HELD =
               WS-RT-FEDERAL-TAX + WS-HELD-FEDERAL-TAX.
           PERFORM WRITE-W3-TIE-LINE.
           MOVE 'SOCIAL SECURITY TAX' TO WS-W3X-LABEL.
           MOVE WS-TOTAL-SOC-SEC-TAX TO WS-TIE-STATEMENTS.
           COMPUTE WS-TIE-FILED-HELD =
               WS-RT-SS-TAX + WS-HELD-SS-TAX.
           PERFORM WRITE-W3-TIE-LINE.
           MOVE 'MEDICARE TAX' TO WS-W3X-LABEL.
           MOVE WS-TOTAL-MEDICARE-TAX TO WS-TIE-STATEMENTS.
           COMPUTE WS-TIE-FILED-HELD =
               WS-RT-MEDICARE-TAX + WS-HELD-MEDICARE-TAX.
           PERFORM WRITE-W3-TIE-LINE.
           MOVE 'STATE INCOME TAX' TO WS-W3X-LABEL.
           MOVE WS-TOTAL-STATE-TAX TO WS-TIE-STATEMENTS.
           COMPUTE WS-TIE-FILED-HELD =
               WS-FILED-STATE-TAX + WS-UNALLOCATED-STATE-TAX
                   + WS-HELD-STATE-TAX.
           PERFORM WRITE-W3-TIE-LINE.

           IF WS-W3-TIES-FLAG = 'Y'
               MOVE 'W-3 TIES TO THE W-2 STATEMENTS' TO WS-W3H-TEXT
           ELSE
               MOVE '*** W-3 DOES NOT TIE TO THE W-2 STATEMENTS - DO '
                   TO WS-W3H-TEXT
               MOVE 'NOT SEND THE EFW2 FILE ***' TO WS-W3H-TEXT (49:26)
               DISPLAY 'W2GEN: W-3 DOES NOT TIE TO THE W-2 '
                   'STATEMENTS - SEE data/w3.rpt.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE W3-RECORD FROM WS-W3-HEADING-LINE.

      ******************************************************************
      * WRITE-W3-TIE-LINE: PRINTS ONE RECONCILIATION LINE AND MARKS    *
      * THE W-3 OUT OF BALANCE IF ITS TWO SIDES DIFFER.                *
      ******************************************************************
       WRITE-W3-TIE-LINE.
           MOVE WS-TIE-STATEMENTS TO WS-W3X-STATEMENTS.
           MOVE WS-TIE-FILED-HELD TO WS-W3X-FILED-HELD.
           IF WS-TIE-STATEMENTS = WS-TIE-FILED-HELD
               MOVE 'TIES' TO WS-W3X-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-W3X-RESULT
               MOVE 'N' TO WS-W3-TIES-FLAG
           END-IF.
           WRITE W3-RECORD FROM WS-W3-TIE-LINE.
