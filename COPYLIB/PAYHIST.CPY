001402*                     ZERO = PAID BY ACH (OR CONVERTED RECORD).  *
001403*                     THE LIVE 80-BYTE CLUSTER IS CONVERTED TO   *
001404*                     THIS LAYOUT ONCE BY CNVJB (EXAMP-CNV1).    *
001406*    10/15/26   DM    ADDED THE FICA SPLIT OF EACH PAYMENT:      *
001407*                     PH-SS-TAX AND PH-MED-TAX (EMPLOYEE         *
001408*                     WITHHOLDING, MEDICARE INCLUDING ANY        *
001409*                     ADDITIONAL MEDICARE) AND PH-ER-SS-TAX AND  *
001410*                     PH-ER-MED-TAX (EMPLOYER MATCH, NOT         *
001411*                     DEDUCTED FROM NET).  CARVED FROM FILLER -  *
001412*                     A RECORD WRITTEN BEFORE THEY EXISTED HOLDS *
001413*                     SPACES THERE, WHICH READERS TREAT AS ZERO. *
001414*    10/15/26   DM    ADDED PH-RETRO-GROSS, THE RETRO PAY FOR A  *
001415*                     RATE CHANGE INCLUDED IN PH-GROSS-PAY (ITS  *
001416*                     TAXES ARE IN THE TAX FIELDS).  SPACES ON   *
001417*                     AN OLDER RECORD MEAN NO RETRO.             *
001457******************************************************************
001500 01  PAY-HISTORY-RECORD.
001600     02  PH-HISTORY-KEY.
001700         03  PH-EMPLOYEE-ID           PIC 9(10).
002193         88  PH-NOT-REVERSED              VALUE ' '.
002194     02  PH-REVERSAL-DATE             PIC 9(08).
002195     02  PH-CHECK-NO                  PIC 9(08).
002196     02  PH-SS-TAX                    PIC S9(7)V99.
002197     02  PH-MED-TAX                   PIC S9(7)V99.
002198     02  PH-ER-SS-TAX                 PIC S9(7)V99.
002199     02  PH-ER-MED-TAX                PIC S9(7)V99.
002200     02  PH-RETRO-GROSS               PIC S9(7)V99.
002300     02  FILLER                       PIC X(06).
