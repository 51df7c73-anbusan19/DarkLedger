      * PH-PERIOD AND PH-CHECK-DATE ARE THE PAY-PERIOD NUMBER AND     *
      * SCHEDULED CHECK DATE OFF THE PAY-PERIOD CALENDAR THE BATCH    *
      * RAN UNDER (ZERO PERIOD AND THE RUN DATE ON AN RV LINE).       *
      * SHARED BY PAYROLL (WHICH WRITES IT), QTRRPT (WHICH ROLLS IT UP *
      * INTO THE QUARTERLY WAGE AND TAX SUMMARY), BATCHBAL (WHICH      *
      * FOOTS THE BATCH AGAINST IT), YEAREND (WHICH ARCHIVES IT),      *
      * W2GEN (WHICH SPREADS STATE WAGES BY ITS TAX CODES), PAYREVW    *
      * (WHICH COMPARES A BATCH WITH RECENT PAY), AND YTDRECON (WHICH  *
      * PROVES THE MASTER'S YTD FIGURES AGAINST IT).                   *
      ******************************************************************
           05  PH-RECORD-TYPE          PIC X(2).
           05  PH-RUN-DATE             PIC 9(8).
