000100******************************************************************
000200*    LEAVMAST - RECORD LAYOUT FOR LEAVE-MASTER, THE VACATION     *
000300*    AND SICK LEAVE FILE, KEYED BY EMPLOYEE-ID (THE SAME KEY AS  *
000400*    EMPLOYEE-MASTER).  ONE RECORD PER EMPLOYEE WHO EARNS LEAVE; *
000500*    AN EMPLOYEE WITH NO RECORD SIMPLY ACCRUES NOTHING.          *
000600*    EXAMP-MNT2 LOADS AND UPDATES IT ('L' CARDS), EXAMP-PGM1     *
000700*    EDITS LEAVE-TAKEN CARDS AGAINST THE BALANCES, EXAMP-PGM3    *
000800*    ACCRUES ON EVERY REGULAR RUN, POSTS THE HOURS TAKEN, AND    *
000900*    LISTS THE VACATION PAYOUT AT TERMINATION, AND EXAMP-RPT1 /  *
001000*    EXAMP-INQ1 SHOW THE BALANCES.                               *
001100*                                                                *
001200*    EACH PLAN (VACATION, SICK) CARRIES ITS OWN RULES, ALL IN    *
001300*    HOURS:                                                      *
001400*      ACCRUAL-RATE     - EARNED PER REGULAR PAY PERIOD PAID.    *
001500*      ANNUAL-CAP       - MOST THAT CAN BE EARNED IN ONE         *
001600*                         CALENDAR YEAR (YTD-ACCRUED STOPS       *
001700*                         THERE).                                *
001800*      CARRYOVER-LIMIT  - MOST OF THE BALANCE THAT SURVIVES INTO *
001900*                         A NEW YEAR; THE REST IS FORFEITED.     *
002000*    LV-ACCRUAL-YEAR IS THE YEAR THE YTD BUCKETS BELONG TO.  THE *
002100*    FIRST PGM3 TOUCH IN A NEW YEAR CUTS EACH BALANCE BACK TO    *
002200*    ITS CARRYOVER LIMIT AND ZEROES THE YTD BUCKETS.             *
002300*                                                                *
002400*    RESTART STAMPS (SAME IDEA AS GARNISH-MASTER):               *
002500*      LV-LAST-ACCRUAL-DATE - RUN DATE OF THE LAST ACCRUAL.      *
002600*                         ONLY REGULAR RUNS ACCRUE, SO THE DATE  *
002700*                         ALONE STOPS A RERUN ACCRUING TWICE.    *
002800*      LV-LAST-TAKEN-DATE / LV-LAST-TAKEN-RUN-TYPE - THE LAST    *
002900*                         RUN THAT POSTED HOURS TAKEN.           *
003000*      LV-PAYOUT-DATE / LV-PAYOUT-HOURS - THE TERMINATION RUN    *
003100*                         THAT LISTED THE VACATION PAYOUT AND    *
003200*                         THE HOURS IT LISTED, REPLAYED ON A     *
003300*                         RERUN OF THAT RUN.                     *
003400*    LV-PAY-RATE IS THE HOURLY RATE AS OF THE LAST REGULAR RUN   *
003500*    (SALARIED: PERIOD SALARY X PERIODS PER YEAR / 2080), USED   *
003600*    TO VALUE THE PAYOUT.                                        *
003700*                                                                *
003800*    MODIFICATION HISTORY.                                      *
003900*    DATE       INIT  DESCRIPTION                                *
004000*    ---------  ----  ----------------------------------------  *
004100*    10/15/26   DM    ORIGINAL VERSION.                          *
004200******************************************************************
004300 01  LEAVE-MASTER-RECORD.
004400     02  LV-EMPLOYEE-ID               PIC 9(10).
004500     02  LV-VACATION-PLAN.
004600         03  LV-VAC-ACCRUAL-RATE      PIC 9(2)V99.
004700         03  LV-VAC-ANNUAL-CAP        PIC 9(3)V99.
004800         03  LV-VAC-CARRYOVER-LIMIT   PIC 9(3)V99.
004900         03  LV-VAC-BALANCE           PIC S9(4)V99.
005000         03  LV-VAC-YTD-ACCRUED       PIC 9(4)V99.
005100         03  LV-VAC-YTD-TAKEN         PIC 9(4)V99.
005200     02  LV-SICK-PLAN.
005300         03  LV-SICK-ACCRUAL-RATE     PIC 9(2)V99.
005400         03  LV-SICK-ANNUAL-CAP       PIC 9(3)V99.
005500         03  LV-SICK-CARRYOVER-LIMIT  PIC 9(3)V99.
005600         03  LV-SICK-BALANCE          PIC S9(4)V99.
005700         03  LV-SICK-YTD-ACCRUED      PIC 9(4)V99.
005800         03  LV-SICK-YTD-TAKEN        PIC 9(4)V99.
005900     02  LV-ACCRUAL-YEAR              PIC 9(04).
006000     02  LV-LAST-ACCRUAL-DATE         PIC 9(08).
006100     02  LV-LAST-TAKEN-DATE           PIC 9(08).
006200     02  LV-LAST-TAKEN-RUN-TYPE       PIC X(01).
006300     02  LV-PAY-RATE                  PIC 9(5)V99.
006400     02  LV-PAYOUT-DATE               PIC 9(08).
006500     02  LV-PAYOUT-HOURS              PIC 9(4)V99.
006600     02  FILLER                       PIC X(34).
