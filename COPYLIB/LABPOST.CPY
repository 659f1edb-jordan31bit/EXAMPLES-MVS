000100******************************************************************
000200*    LABPOST - RECORD LAYOUT FOR LABOR-POSTED, THE LABOR         *
000300*    DISTRIBUTION AS EXAMP-PGM3 ACTUALLY POSTED IT TO THE GL.    *
000400*    KEYED BY THE PAY HISTORY KEY (EMPLOYEE-ID + PAY DATE + RUN  *
000500*    TYPE), ONE RECORD PER PAYMENT THAT WAS SPLIT ACROSS         *
000600*    DEPARTMENTS (SEE COPYLIB/LABDIST).  A PAYMENT CHARGED       *
000700*    WHOLLY TO THE HOME DEPARTMENT HAS NO RECORD.                *
000800*                                                                *
000900*    EXAMP-RVS1 CREDITS A REVERSED PAYMENT BACK LINE FOR LINE    *
001000*    FROM THIS RECORD, SO A LABOR DISTRIBUTION CHANGED AFTER     *
001100*    THE PAY RUN DOES NOT CHANGE WHAT THE REVERSAL BACKS OUT.    *
001200*    EXAMP-ARC1 DELETES THE RECORD WHEN IT ARCHIVES THE PAY      *
001300*    HISTORY RECORD WITH THE SAME KEY.                           *
001400*                                                                *
001500*    EACH SPLIT CARRIES THE ACCOUNT AND COST CENTER POSTED, THE  *
001600*    REGULAR EARNINGS SHARE, AND THE RETRO PAY SHARE (ZERO WHEN  *
001700*    THE PAYMENT CARRIED NO RETRO).                              *
001800*                                                                *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    ---------  ----  ----------------------------------------  *
002200*    10/15/26   DM    ORIGINAL VERSION.                          *
002300******************************************************************
002400 01  LABOR-POSTED-RECORD.
002500     02  LB-POSTED-KEY.
002600         03  LB-EMPLOYEE-ID           PIC 9(10).
002700         03  LB-PAY-DATE              PIC 9(08).
002800         03  LB-RUN-TYPE              PIC X(01).
002900     02  LB-SPLIT-COUNT               PIC 9(01).
003000     02  LB-SPLIT  OCCURS 4 TIMES.
003100         03  LB-DEPT                  PIC X(04).
003200         03  LB-GL-ACCOUNT            PIC X(06).
003300         03  LB-COST-CENTER           PIC X(04).
003400         03  LB-PERCENT               PIC 9(3)V99.
003500         03  LB-REGULAR-AMT           PIC S9(7)V99.
003600         03  LB-RETRO-AMT             PIC S9(7)V99.
003700     02  FILLER                       PIC X(32).
