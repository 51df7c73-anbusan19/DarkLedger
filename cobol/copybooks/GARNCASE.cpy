      ******************************************************************
      * GARNCASE - GARNISHMENT CASE RECORD LAYOUT                      *
      * KEYED BY GC-KEY (EMPLOYEE ID PLUS THE COURT OR AGENCY CASE     *
      * NUMBER). ONE RECORD PER GARNISHMENT ORDER SERVED ON THE HOUSE, *
      * CARRYING WHO THE MONEY GOES TO AND HOW MUCH OF THE ORDER IS    *
      * STILL OWED:                                                    *
      *   GC-DED-SLOT NAMES THE DEDMAST DED-GARNISHMENT SLOT (1-3)     *
      *   WHOSE PRIORITY AND PER-PERIOD AMOUNT THE ORDER IS TAKEN BY.  *
      *   GC-ORDER-TYPE IS CS (CHILD SUPPORT), LV (TAX LEVY), OR CR    *
      *   (CREDITOR GARNISHMENT).                                      *
      *   GC-AGENCY-ID/NAME IS THE PAYEE THE REMITTANCE IS SENT TO.    *
      *   GC-TOTAL-OWED IS THE FACE AMOUNT OF THE ORDER; ZERO MEANS AN *
      *   OPEN-ENDED ORDER (ONGOING SUPPORT) THAT NEVER SATISFIES.     *
      *   GC-PAID-TO-DATE IS EVERYTHING PAYROLL HAS TAKEN UNDER IT.    *
      *   GC-STATUS 'A' IS ACTIVE; 'S' IS SATISFIED - SET BY PAYROLL   *
      *   THE PERIOD THE PAID-TO-DATE REACHES THE TOTAL OWED, AFTER    *
      *   WHICH THE SLOT TAKES NOTHING MORE UNDER THIS CASE.           *
      * THE PERIOD AN ORDER COMES DUE, PAYROLL TAKES ONLY THE BALANCE  *
      * STILL OWED, NOT THE FULL PER-PERIOD AMOUNT. A REVERSAL BACKS   *
      * THE REVERSED AMOUNT OUT OF GC-PAID-TO-DATE AND REOPENS A CASE  *
      * IT HAD SATISFIED.                                              *
      * SHARED BY PAYROLL (WHICH TAKES AND RECORDS THE PAYMENTS).      *
      ******************************************************************
           05  GC-KEY.
               10  GC-EMPLOYEE-ID      PIC X(10).
               10  GC-CASE-NUMBER      PIC X(15).
           05  GC-DED-SLOT             PIC 9.
           05  GC-ORDER-TYPE           PIC X(2).
               88  GC-CHILD-SUPPORT         VALUE 'CS'.
               88  GC-TAX-LEVY              VALUE 'LV'.
               88  GC-CREDITOR              VALUE 'CR'.
           05  GC-AGENCY-ID            PIC X(10).
           05  GC-AGENCY-NAME          PIC X(30).
           05  GC-TOTAL-OWED           PIC 9(8)V99.
           05  GC-PAID-TO-DATE         PIC 9(8)V99.
           05  GC-STATUS               PIC X(1).
               88  GC-STATUS-ACTIVE         VALUE 'A'.
               88  GC-STATUS-SATISFIED      VALUE 'S'.
           05  GC-OPEN-DATE            PIC 9(8).
           05  GC-SATISFIED-DATE       PIC 9(8).
           05  GC-LAST-UPDATE-DATE     PIC 9(8).
