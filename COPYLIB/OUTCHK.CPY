000900*    IS REVERSED (THE REGISTER NOTICE TELLS PAYROLL TO PULL      *
000910*    AND DESTROY THE PHYSICAL CHECK).  OC-CLEARED-DATE CARRIES   *
000920*    THE BANK'S CLEARED DATE FOR A 'C' CHECK AND THE VOID DATE   *
000930*    FOR A 'V' CHECK.  S = STOPPED, SET BY AN EXAMP-RVS1 STOP-   *
000940*    PAYMENT CARD (LOST OR STOLEN CHECK, PAYMENT STILL POSTED);  *
000950*    OC-CLEARED-DATE CARRIES THE STOP DATE.  EVERY VOID AND      *
000960*    STOP ALSO GOES TO THE BANK ON THE NEXT POSITIVE PAY FILE.   *
001000*                                                                *
001100*    MODIFICATION HISTORY.                                      *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    ---------  ----  ----------------------------------------  *
001400*    09/02/26   DM    ORIGINAL VERSION.                          *
001450*    10/15/26   DM    ADDED S = STOPPED.                         *
001500******************************************************************
001600 01  OUTSTANDING-CHECK-RECORD.
001700     02  OC-CHECK-NO                  PIC 9(08).
002300         88  OC-OUTSTANDING               VALUE 'O'.
002400         88  OC-CLEARED                   VALUE 'C'.
002500         88  OC-VOIDED                    VALUE 'V'.
002550         88  OC-STOPPED                   VALUE 'S'.
002600     02  OC-CLEARED-DATE              PIC 9(08).
002700     02  FILLER                       PIC X(13).
