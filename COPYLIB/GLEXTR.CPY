000500*    EXAMP-RVS1 WITH A NEGATED AMOUNT (A CREDIT) WHEN A POSTED   *
000600*    PAYMENT IS REVERSED.  EACH RUN GOES OUT AS ITS OWN          *
000700*    GENERATION OF PAYROLL.GLPOST.EXTRACT FOR THE GL SYSTEM TO   *
000800*    POST.  EXAMP-ACR1 WRITES THE MONTH-END ACCRUAL IN THE SAME  *
000810*    LAYOUT, ONE RECORD PER ACCOUNT AND COST CENTER WITH         *
000820*    GL-EMPLOYEE-ID ZERO, TO PAYROLL.GLPOST.ACCRUAL.             *
000900*                                                                *
001000*    MODIFICATION HISTORY.                                      *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    ---------  ----  ----------------------------------------  *
001300*    09/02/26   DM    PULLED OUT OF PGM3 INTO A COPYBOOK FOR     *
001400*                     THE NEW REVERSAL PROGRAM.                  *
001420*    10/15/26   DM    ADDED GL-EARNINGS-CODE.  A RETRO PAY LINE  *
001440*                     POSTS AS ITS OWN RECORD CODED 'R'; REGULAR *
001460*                     EARNINGS LEAVE IT BLANK.                   *
001470*    10/15/26   DM    ADDED CODES 'A' AND 'V' FOR THE MONTH-END  *
001480*                     ACCRUAL AND ITS REVERSAL FROM EXAMP-ACR1.  *
001500******************************************************************
001600 01  GL-EXTRACT-RECORD.
001700     02  GL-EMPLOYEE-ID               PIC 9(10).
001900     02  GL-COST-CENTER               PIC X(04).
002000     02  GL-AMOUNT                    PIC S9(7)V99.
002100     02  GL-RUN-DATE                  PIC 9(08).
002200     02  GL-EARNINGS-CODE             PIC X(01).
002300         88  GL-EARN-REGULAR              VALUE ' '.
002400         88  GL-EARN-RETRO                VALUE 'R'.
002410         88  GL-EARN-ACCRUAL              VALUE 'A'.
002420         88  GL-EARN-ACCRUAL-REVERSAL     VALUE 'V'.
002500     02  FILLER                       PIC X(42).
