000100******************************************************************
000200*    FICARATE - SOCIAL SECURITY AND MEDICARE RATES AND LIMITS.   *
000300*    SHARED BY EXAMP-PGM3 (WITHHOLDS FICA AND COMPUTES THE       *
000400*    EMPLOYER MATCH EVERY RUN) AND EXAMP-YEC1 (REPORTS SOCIAL    *
000500*    SECURITY WAGES ON THE ANNUAL TAX EXTRACT) SO THE WAGE BASE  *
000600*    THE TWO PROGRAMS CAP AT CANNOT DRIFT APART.  THE WAGE BASE  *
000700*    CHANGES EVERY JANUARY - UPDATE IT HERE AND RECOMPILE BOTH   *
000800*    PROGRAMS BEFORE THE FIRST RUN OF THE NEW YEAR.              *
000900*                                                                *
001000*    FR-SS-RATE-PCT         EMPLOYEE (AND EMPLOYER) SOCIAL       *
001100*                           SECURITY RATE, PERCENT.              *
001200*    FR-SS-WAGE-BASE        ANNUAL WAGES SUBJECT TO SOCIAL       *
001300*                           SECURITY; NOTHING ABOVE IT IS TAXED. *
001400*    FR-MED-RATE-PCT        EMPLOYEE (AND EMPLOYER) MEDICARE     *
001500*                           RATE, PERCENT, NO WAGE LIMIT.        *
001600*    FR-ADDL-MED-RATE-PCT   ADDITIONAL MEDICARE RATE, PERCENT -  *
001700*                           EMPLOYEE ONLY, NO EMPLOYER MATCH.    *
001800*    FR-ADDL-MED-THRESHOLD  YTD WAGES ABOVE WHICH THE ADDITIONAL *
001900*                           MEDICARE RATE APPLIES.               *
002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------  ----  ----------------------------------------  *
002400*    10/15/26   DM    ORIGINAL VERSION.                          *
002500******************************************************************
002600 01  FICA-RATES.
002700     02  FR-SS-RATE-PCT               PIC 9(2)V99 VALUE 6.20.
002800     02  FR-SS-WAGE-BASE              PIC 9(9)V99 VALUE 184500.00.
002900     02  FR-MED-RATE-PCT              PIC 9(2)V99 VALUE 1.45.
003000     02  FR-ADDL-MED-RATE-PCT         PIC 9(2)V99 VALUE 0.90.
003100     02  FR-ADDL-MED-THRESHOLD        PIC 9(9)V99 VALUE 200000.00.
