000100******************************************************************
000200*    LABDIST - RECORD LAYOUT FOR LABOR-DIST, THE LABOR           *
000300*    DISTRIBUTION FILE, KEYED BY EMPLOYEE-ID (THE SAME KEY AS    *
000400*    EMPLOYEE-MASTER).  ONE RECORD PER EMPLOYEE WHOSE PAY IS     *
000500*    CHARGED TO MORE THAN ONE DEPARTMENT OR COST CENTER (SHARED  *
000600*    SERVICES, GRANT-FUNDED STAFF).  AN EMPLOYEE WITH NO RECORD  *
000700*    IS CHARGED ENTIRELY TO EM-EMPLOYEE-DEPT, AS BEFORE.         *
000800*    EXAMP-MNT2 MAINTAINS IT ('S' CARDS) AND EXAMP-PGM3 SPLITS   *
000900*    THE GL EXPENSE BY IT.                                       *
001000*                                                                *
001100*    LD-SPLIT-COUNT SPLITS (1-4) ARE IN USE, KEYED IN ORDER.     *
001200*    EACH NAMES A DEPARTMENT ON DEPT-MASTER, WHICH SUPPLIES THE  *
001300*    GL EXPENSE ACCOUNT, AND OPTIONALLY A COST CENTER THAT       *
001400*    OVERRIDES THE DEPARTMENT'S OWN (SPACES = DT-COST-CENTER).   *
001500*    THE PERCENTAGES ALWAYS TOTAL 100.00; MNT2 WILL NOT STORE A  *
001600*    RECORD THAT DOES NOT.                                       *
001700*                                                                *
001800*    MODIFICATION HISTORY.                                      *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------  ----  ----------------------------------------  *
002100*    10/15/26   DM    ORIGINAL VERSION.                          *
002200******************************************************************
002300 01  LABOR-DIST-RECORD.
002400     02  LD-EMPLOYEE-ID               PIC 9(10).
002500     02  LD-SPLIT-COUNT               PIC 9(01).
002600     02  LD-SPLIT  OCCURS 4 TIMES.
002700         03  LD-DEPT                  PIC X(04).
002800         03  LD-COST-CENTER           PIC X(04).
002900         03  LD-PERCENT               PIC 9(3)V99.
003000     02  LD-LAST-CHANGE-DATE          PIC 9(08).
003100     02  FILLER                       PIC X(09).
