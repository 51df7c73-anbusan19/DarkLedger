      *   BN = BONUS                                                   *
      *   CM = COMMISSION                                              *
      *   RT = RETROACTIVE PAY CORRECTION                              *
      *   VP = VACATION PAYOUT - COMPUTED BY PAYROLL ITSELF IN A       *
      *        FINAL-PAY RUN FROM THE UNUSED VACATION BALANCE; NEVER   *
      *        KEYED ON A TIMEKEEPING EXTRACT (VALIDATE-INPUT REJECTS  *
      *        IT).                                                    *
      ******************************************************************
       01  WS-EARN-CODE-VALUES.
           05  FILLER      PIC X(18) VALUE 'BNBONUS           '.
           05  FILLER      PIC X(18) VALUE 'CMCOMMISSION      '.
           05  FILLER      PIC X(18) VALUE 'RTRETRO PAY       '.
           05  FILLER      PIC X(18) VALUE 'VPVACATION PAYOUT '.

       01  WS-EARN-CODE-TABLE REDEFINES WS-EARN-CODE-VALUES.
           05  WS-EC-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-EC-IDX.
               10  WS-EC-CODE              PIC X(02).
               10  WS-EC-DESC              PIC X(16).
