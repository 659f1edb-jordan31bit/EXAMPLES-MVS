000100******************************************************************
000200*    RATECHG - RECORD LAYOUT FOR RATE-CHANGE, THE PAY RATE       *
000300*    CHANGE FILE, KEYED BY EMPLOYEE-ID + EFFECTIVE DATE.         *
000400*    EXAMP-MNT1 WRITES ONE RECORD FOR EVERY 'C' TRANSACTION      *
000500*    THAT KEYS A SALARY OR HOURLY RATE, WITH THE DATE THE NEW    *
000600*    RATE TAKES EFFECT (THE RUN DATE WHEN NONE IS KEYED).        *
000700*                                                                *
000800*    EXAMP-PGM1 PAYS EACH EMPLOYEE AT THE LATEST RATE WHOSE      *
000900*    EFFECTIVE DATE HAS BEEN REACHED, SO A FUTURE-DATED CHANGE   *
001000*    SITS HERE PENDING UNTIL A RUN GETS TO ITS DATE.  WHEN       *
001100*    EXAMP-PGM3 FIRST PAYS A CHANGE IT GOES BACK THROUGH         *
001200*    PAY-HISTORY FOR THE REGULAR PAY DATES ON OR AFTER THE       *
001300*    EFFECTIVE DATE, PAYS THE DIFFERENCE AS A RETRO EARNINGS     *
001400*    LINE, AND STAMPS THE RECORD APPLIED.                        *
001500*                                                                *
001600*    RG-STATUS:  P = PENDING (NOT YET PAID BY A RUN),            *
001700*                A = APPLIED (RETRO SETTLED; RG-RETRO-GROSS MAY  *
001800*                    BE ZERO).                                   *
001900*    RESTART STAMPS (SAME IDEA AS GARNISH-MASTER):               *
002000*      RG-APPLIED-DATE / RG-APPLIED-RUN-TYPE - THE RUN THAT      *
002100*                         SETTLED THE CHANGE.  A RERUN OF THAT   *
002200*                         RUN REPLAYS RG-RETRO-GROSS INSTEAD OF  *
002300*                         FIGURING THE RETRO AGAIN.              *
002400*      RG-RETRO-PERIODS  - REGULAR PAY DATES THE RETRO COVERED.  *
002500*                                                                *
002600*    MODIFICATION HISTORY.                                      *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    ---------  ----  ----------------------------------------  *
002900*    10/15/26   DM    ORIGINAL VERSION.                          *
003000******************************************************************
003100 01  RATE-CHANGE-RECORD.
003200     02  RG-RATE-KEY.
003300         03  RG-EMPLOYEE-ID           PIC 9(10).
003400         03  RG-EFFECTIVE-DATE        PIC 9(08).
003500     02  RG-PAY-TYPE                  PIC X(01).
003600         88  RG-PAY-HOURLY                VALUE 'H'.
003700         88  RG-PAY-SALARIED              VALUE 'S'.
003800     02  RG-NEW-RATE                  PIC 9(7)V99.
003900     02  RG-ENTERED-DATE              PIC 9(08).
004000     02  RG-STATUS                    PIC X(01).
004100         88  RG-PENDING                   VALUE 'P'.
004200         88  RG-APPLIED                   VALUE 'A'.
004300     02  RG-APPLIED-DATE              PIC 9(08).
004400     02  RG-APPLIED-RUN-TYPE          PIC X(01).
004500     02  RG-RETRO-GROSS               PIC S9(7)V99.
004600     02  RG-RETRO-PERIODS             PIC 9(03).
004700     02  FILLER                       PIC X(22).
