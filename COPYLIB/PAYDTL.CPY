001230*                     HISTORY RECORD (EMPLOYEE + PAY DATE +      *
001240*                     RUN TYPE) WHEN IT STAMPS THE CHECK         *
001250*                     NUMBER ON A CHECK PAYMENT.                 *
001260*    10/15/26   DM    ADDED PD-PAYEE-TYPE AND PD-AGENCY-ID.      *
001270*                     EXAMP-GRN1 WRITES ONE RECORD PER           *
001280*                     GARNISHMENT AGENCY IN THIS LAYOUT ('A' -   *
001290*                     THE AGENCY'S REMITTANCE, GROSS ZERO, NET = *
001291*                     AMOUNT REMITTED, EMPLOYEE-ID ZERO, NAME =  *
001292*                     AGENCY NAME) OR ('H') FOR TAKES HELD       *
001293*                     BECAUSE NO AGENCY IS ON FILE.  THE STEP040 *
001294*                     AND STEP050 PAYDTL DD CONCATENATES THEM    *
001295*                     BEHIND THE EMPLOYEE RECORDS, WHICH CARRY   *
001296*                     SPACE (EMPLOYEE) AS WRITTEN BY EXAMP-PGM3. *
001300******************************************************************
001400 01  PAY-DETAIL-RECORD.
001500     02  PD-EMPLOYEE-ID               PIC 9(10).
002010     02  PD-RUN-TYPE                  PIC X(01).
002020         88  PD-RUN-REGULAR               VALUE 'R' ' '.
002030         88  PD-RUN-OFF-CYCLE             VALUE 'O'.
002040     02  PD-PAYEE-TYPE                PIC X(01).
002050         88  PD-PAYEE-EMPLOYEE            VALUE 'E' ' '.
002060         88  PD-PAYEE-AGENCY              VALUE 'A'.
002070         88  PD-PAYEE-HELD                VALUE 'H'.
002080     02  PD-AGENCY-ID                 PIC X(06).
002100     02  FILLER                       PIC X(09).
