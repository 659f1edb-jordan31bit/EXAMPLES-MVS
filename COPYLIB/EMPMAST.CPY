001118*                     RESTART GUARD SKIPS ONLY A RERUN OF THE    *
001119*                     SAME RUN - AN OFF-CYCLE RUN ON THE SAME    *
001120*                     DAY AS THE REGULAR RUN STILL POSTS.        *
001122*    10/15/26   DM    ADDED EM-YTD-SS-TAX AND EM-YTD-MED-TAX,    *
001123*                     THE EMPLOYEE SOCIAL SECURITY AND MEDICARE  *
001124*                     (INCLUDING ADDITIONAL MEDICARE) WITHHELD   *
001125*                     BY EXAMP-PGM3.  THE EMPLOYER MATCH IS      *
001126*                     CARRIED PER PAYMENT ON PAY HISTORY, NOT    *
001127*                     HERE.  CARVED FROM FILLER - A RECORD       *
001128*                     WRITTEN BEFORE THEY EXISTED HOLDS SPACES,  *
001129*                     SO EVERY PROGRAM THAT DOES ARITHMETIC ON   *
001130*                     THEM NORMALIZES NON-NUMERIC TO ZERO FIRST. *
001160******************************************************************
001200 01  EMPLOYEE-MASTER-RECORD.
001300     02  EM-EMPLOYEE-ID               PIC 9(10).
001400     02  EM-EMPLOYEE-NAME             PIC X(23).
002775     02  EM-CLOSED-YEAR               PIC 9(04).
002777     02  EM-YTD-GARNISH-DED           PIC S9(9)V99.
002778     02  EM-LAST-RUN-TYPE             PIC X(01).
002779     02  EM-YTD-SS-TAX                PIC S9(9)V99.
002780     02  EM-YTD-MED-TAX               PIC S9(9)V99.
002790     02  FILLER                       PIC X(02).
