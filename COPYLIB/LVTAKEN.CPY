000100******************************************************************
000200*    LVTAKEN - RECORD LAYOUT FOR THE LEAVE-TAKEN WORK FILE       *
000300*    (&&LVTAKEN), PASSED FROM EXAMP-PGM1 TO EXAMP-PGM3.  PGM1    *
000400*    EDITS EVERY LEAVE-TAKEN CARD ON THE EXTRACT AGAINST         *
000500*    LEAVE-MASTER AND WRITES ONE RECORD PER EMPLOYEE WITH THE    *
000600*    RUN'S ACCEPTED VACATION AND SICK HOURS ADDED TOGETHER, SO   *
000700*    PGM3 POSTS EACH EMPLOYEE ONCE AND ITS RESTART STAMP ON      *
000800*    LEAVE-MASTER COVERS THE WHOLE RUN'S USAGE.                  *
000900*                                                                *
001000*    MODIFICATION HISTORY.                                      *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    ---------  ----  ----------------------------------------  *
001300*    10/15/26   DM    ORIGINAL VERSION.                          *
001400******************************************************************
001500 01  LEAVE-TAKEN-RECORD.
001600     02  LT-EMPLOYEE-ID               PIC 9(10).
001700     02  LT-VAC-HOURS                 PIC 9(4)V99.
001800     02  LT-SICK-HOURS                PIC 9(4)V99.
001900     02  FILLER                       PIC X(58).
