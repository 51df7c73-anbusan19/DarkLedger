      *                   PAPER - FALLING BACK TO THE EMPLOYEE ID      *
      *                   ONLY FOR REGISTER ROWS CUT BEFORE THE NAME   *
      *                   EXISTED.                                     *
      *   2026-10-15  DL  STALECHK'S STALE-DATED VOIDS (SV ROWS) GO    *
      *                   TO THE BANK AS 'V' VOID RECORDS LIKE ANY     *
      *                   OTHER VOID.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.

      ******************************************************************
      * PROCESS-REGISTER-RECORD: AN IS OR RI REGISTER RECORD BECOMES   *
      * AN 'I' ISSUE RECORD, A VD (OR STALECHK'S STALE-DATED SV)       *
      * BECOMES A 'V' VOID RECORD. THE RECORDS GO OUT IN REGISTER      *
      * ORDER, SO THE BANK SEES A VOID ONLY AFTER THE ISSUE IT KILLS - *
      * THE SAME ORDER THE EVENTS HAPPENED IN.                         *
      ******************************************************************
      * CL ROWS (BANKREC'S CLEARED MARKERS) AND ES ROWS (STALECHK'S   *
      * ESCHEAT MARKERS) ARE BOOKKEEPING, NOT ISSUES OR VOIDS, AND    *
      * FALL TO WHEN OTHER.                                           *
       PROCESS-REGISTER-RECORD.
           EVALUATE CRG-ACTION
               WHEN 'IS'
                   ADD 1 TO WS-ISSUES-WRITTEN
                   ADD CRG-AMOUNT TO WS-TOTAL-ISSUE-AMOUNT
               WHEN 'VD'
               WHEN 'SV'
                   MOVE 'V' TO WS-PP-RECORD-TYPE
                   PERFORM WRITE-POSPAY-RECORD
                   ADD 1 TO WS-VOIDS-WRITTEN
