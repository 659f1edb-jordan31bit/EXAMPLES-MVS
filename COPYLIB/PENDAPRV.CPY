000100******************************************************************
000200*    PENDAPRV - RECORD LAYOUT FOR PENDING-APPROVAL, THE FILE OF  *
000300*    SENSITIVE EMPLOYEE-MASTER MAINTENANCE WAITING FOR A SECOND  *
000400*    PERSON TO RELEASE IT.  EXAMP-MNT1 DOES NOT APPLY A 'B' BANK *
000500*    CHANGE, A 'C' THAT KEYS A SALARY OR RATE, OR AN 'R'         *
000600*    REACTIVATE WHEN IT IS KEYED; IT WRITES THE CARD IMAGE HERE  *
000700*    WITH THE SUBMITTING USER ID.  A LATER MNT1 RUN SUBMITTED    *
000800*    UNDER A DIFFERENT USER ID APPROVES ('V' CARD) OR REJECTS    *
000900*    ('X' CARD) THE ITEM; ONLY AN APPROVAL APPLIES THE CARD TO   *
001000*    EMPLOYEE-MASTER, RATE-CHANGE AND THE JOURNAL.  EXAMP-VAR1   *
001100*    LISTS ITEMS STILL PENDING ON EVERY PAY RUN.                 *
001200*                                                                *
001300*    KEYED BY EMPLOYEE-ID + FUNCTION + DATE/TIME KEYED.  ONLY    *
001400*    ONE ITEM PER EMPLOYEE AND FUNCTION MAY BE PENDING AT A      *
001500*    TIME.  DECIDED ITEMS STAY ON FILE AS THE APPROVAL HISTORY:  *
001600*      PA-STATUS          - P = PENDING, A = APPROVED AND        *
001700*                           APPLIED, X = REJECTED (BY THE        *
001800*                           APPROVER, OR BECAUSE THE CARD NO     *
001900*                           LONGER PASSED THE EDITS WHEN IT WAS  *
002000*                           APPROVED - SEE PA-DECISION-REASON).  *
002100*      PA-TRAN-IMAGE      - THE 80-BYTE MNT1 CARD AS KEYED.  A   *
002200*                           'C' SALARY KEYED WITHOUT AN          *
002300*                           EFFECTIVE DATE CARRIES THE DATE IT   *
002400*                           WAS KEYED, SO A LATE APPROVAL DOES   *
002500*                           NOT MOVE THE EFFECTIVE DATE.         *
002600*                                                                *
002700*    MODIFICATION HISTORY.                                      *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------  ----  ----------------------------------------  *
003000*    10/15/26   DM    ORIGINAL VERSION.                          *
003100******************************************************************
003200 01  PENDING-APPROVAL-RECORD.
003300     02  PA-PENDING-KEY.
003400         03  PA-EMPLOYEE-ID           PIC 9(10).
003500         03  PA-FUNCTION              PIC X(01).
003600             88  PA-FUNC-BANK             VALUE 'B'.
003700             88  PA-FUNC-CHANGE           VALUE 'C'.
003800             88  PA-FUNC-REACTIVATE       VALUE 'R'.
003900         03  PA-ENTERED-DATE          PIC 9(08).
004000         03  PA-ENTERED-TIME          PIC 9(08).
004100     02  PA-STATUS                    PIC X(01).
004200         88  PA-PENDING                   VALUE 'P'.
004300         88  PA-APPROVED                  VALUE 'A'.
004400         88  PA-REJECTED                  VALUE 'X'.
004500     02  PA-ENTERED-USER              PIC X(08).
004600     02  PA-DECIDED-USER              PIC X(08).
004700     02  PA-DECIDED-DATE              PIC 9(08).
004800     02  PA-DECISION-REASON           PIC X(30).
004900     02  PA-TRAN-IMAGE                PIC X(80).
005000     02  FILLER                       PIC X(38).
