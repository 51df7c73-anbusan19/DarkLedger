      *                   AND A REISSUE KEEPS THE ORIGINAL'S PAYEE.    *
      *                   AN EMPLOYEE WITH NO DEMOG ON FILE YET        *
      *                   FALLS BACK TO THE ID, AS BEFORE.             *
      *   2026-10-15  DL  A FINAL-PAY DT LINE (STATUS 'FP') IS CUT     *
      *                   DATED THE DAY CHKPRNT PRINTS IT, SO THE      *
      *                   DEPARTING EMPLOYEE CAN BE HANDED IT THAT     *
      *                   DAY, AND IS MARKED FINAL PAY ON THE FACE.    *
      *   2026-10-15  DL  A CHECK STALECHK HAS STALE-VOIDED (SV ROW)   *
      *                   IS VOID HERE TOO - A VOID OR REISSUE OF IT   *
      *                   IS REFUSED ALREADY-VOID, SINCE ITS MONEY     *
      *                   NOW SITS IN UNCLAIMED WAGES.                 *
      *   2026-10-15  DL  AN OFF-CYCLE DT LINE (STATUS 'OC') IS CUT    *
      *                   LIKE ANY OTHER, UNDER ITS O-PREFIXED BATCH,  *
      *                   AND MARKED OFF-CYCLE ON THE FACE.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRNT.
           05  WS-CHK-BATCH-ID         PIC X(9).
           05  FILLER                  PIC X(48) VALUE SPACES.

      * PRINTED UNDER THE DATE LINE OF A FINAL-PAY CHECK ONLY.       *
       01  WS-CHECK-FINAL-PAY-LINE.
           05  FILLER                  PIC X(09) VALUE 'FINAL PAY'.
           05  FILLER                  PIC X(71) VALUE SPACES.

      * PRINTED UNDER THE DATE LINE OF AN OFF-CYCLE CHECK ONLY.      *
       01  WS-CHECK-OFF-CYCLE-LINE.
           05  FILLER                  PIC X(09) VALUE 'OFF-CYCLE'.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-CHECK-PAYEE-LINE.
           05  FILLER                  PIC X(20)
                   VALUE 'PAY TO THE ORDER OF '.
                           MOVE 'Y' TO WS-REG-FULL-FLAG
                       END-IF
                   WHEN 'VD'
                   WHEN 'SV'
                       PERFORM FIND-REGISTER-CHECK-BY-VD
                   WHEN OTHER
                       CONTINUE
           END-IF.

      ******************************************************************
      * FIND-REGISTER-CHECK-BY-VD: FLAGS THE TABLE ROW A VD (OR        *
      * STALE-DATED SV) REGISTER RECORD VOIDS. ONE NAMING A CHECK THE  *
      * TABLE NEVER SAW IS HARMLESS HERE - THE NUMBER IS STILL         *
      * COUNTED AS SPENT ABOVE.                                        *
      ******************************************************************
       FIND-REGISTER-CHECK-BY-VD.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
      * PRINT-BATCH-CHECK: PRINTS THE CHECK FACE AND THE FULL STUB     *
      * FROM THE DT RECORD'S FIGURES - THE STUB FOOTS FROM GROSS       *
      * THROUGH EVERY WITHHOLDING AND DEDUCTION TO THE NET THE FACE    *
      * CARRIES. A FINAL-PAY CHECK IS DATED TODAY, NOT A SCHEDULED     *
      * CHECK DATE, AND CARRIES THE FINAL PAY LINE; AN OFF-CYCLE CHECK *
      * CARRIES THE OFF-CYCLE LINE.                                    *
      ******************************************************************
       PRINT-BATCH-CHECK.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-RULE-LINE.
           MOVE WS-LAST-CHECK-NUMBER TO WS-CHK-CHECK-NUMBER.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-TITLE-LINE.
           IF WS-IN-STATUS = 'FP'
               MOVE WS-RUN-DATE TO WS-CHK-DATE
           ELSE
               IF WS-IN-CHECK-DATE NUMERIC AND WS-IN-CHECK-DATE > 0
                   MOVE WS-IN-CHECK-DATE TO WS-CHK-DATE
               ELSE
                   MOVE WS-CTX-RUN-DATE TO WS-CHK-DATE
               END-IF
           END-IF.
           MOVE WS-CTX-BATCH-ID TO WS-CHK-BATCH-ID.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-DATE-LINE.
           IF WS-IN-STATUS = 'FP'
               WRITE CHECK-PRINT-RECORD FROM WS-CHECK-FINAL-PAY-LINE
           END-IF.
           IF WS-IN-STATUS = 'OC'
               WRITE CHECK-PRINT-RECORD FROM WS-CHECK-OFF-CYCLE-LINE
           END-IF.
           MOVE WS-PAYEE-NAME TO WS-CHK-PAYEE.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-PAYEE-LINE.
           MOVE WS-IN-NET-PAY TO WS-CHK-AMOUNT.
