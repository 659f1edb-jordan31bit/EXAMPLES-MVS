000100******************************************************************
000200*    POSPAY - RECORD LAYOUTS FOR THE POSITIVE PAY ISSUE FILE     *
000300*    SENT TO THE BANK WITH EVERY PAY RUN: ONE HEADER, ONE        *
000400*    DETAIL PER CHECK ISSUED, VOIDED, OR STOPPED, AND A TRAILER  *
000500*    WITH THE DETAIL COUNT AND DOLLAR TOTAL (HASH).  THE BANK    *
000600*    PAYS ONLY A PRESENTED CHECK WHOSE NUMBER AND AMOUNT MATCH   *
000700*    AN ISSUE DETAIL, AND REFUSES ONE IT HAS A VOID/CANCEL FOR.  *
000800*                                                                *
000900*    EXAMP-PGM4 WRITES THE FILE: AN 'I' DETAIL FOR EACH CHECK    *
001000*    IT CUTS, PLUS THE 'V' AND 'C' DETAILS EXAMP-RVS1 QUEUED     *
001100*    ON THE PENDING VOID FILE (SAME DETAIL LAYOUT) SINCE THE     *
001200*    LAST RUN.  EXAMP-BAL1 RE-ADDS IT AND TIES THE ISSUES TO     *
001300*    THE CHECK PRINT FILE AND THE TRAILER BEFORE THE FILE IS     *
001400*    RELEASED.                                                  *
001500*                                                                *
001600*    PPD-ISSUE-CODE: I = CHECK ISSUED, V = CHECK VOIDED (PAYMENT *
001700*    REVERSED), C = CANCEL (STOP PAYMENT PLACED).  PPD-ISSUE-    *
001800*    DATE IS ALWAYS THE DATE ON THE CHECK; PPD-VOID-DATE IS THE  *
001900*    DATE OF THE VOID OR STOP AND ZERO ON AN ISSUE.  THE         *
002000*    TRAILER TOTAL IS ISSUES PLUS VOIDS/CANCELS, ALL POSITIVE.   *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                      *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------  ----  ----------------------------------------  *
002500*    10/15/26   DM    ORIGINAL VERSION.                          *
002600******************************************************************
002700 01  POSPAY-HEADER-REC.
002800     02  PPH-RECORD-TYPE              PIC X(01) VALUE 'H'.
002900     02  PPH-COMPANY-NAME             PIC X(16) VALUE
003000                                       'PAYROLL SYSTEMS'.
003100     02  PPH-CREATE-DATE              PIC 9(08) VALUE ZERO.
003200     02  FILLER                       PIC X(55) VALUE SPACES.
003300 01  POSPAY-DETAIL-REC.
003400     02  PPD-RECORD-TYPE              PIC X(01) VALUE 'D'.
003500     02  PPD-ISSUE-CODE               PIC X(01).
003600         88  PPD-ISSUE                    VALUE 'I'.
003700         88  PPD-VOID                     VALUE 'V'.
003800         88  PPD-CANCEL                   VALUE 'C'.
003900     02  PPD-CHECK-NO                 PIC 9(08).
004000     02  PPD-ISSUE-DATE               PIC 9(08).
004100     02  PPD-AMOUNT                   PIC 9(08)V99.
004200     02  PPD-PAYEE-NAME               PIC X(23).
004300     02  PPD-EMPLOYEE-ID              PIC 9(10).
004400     02  PPD-VOID-DATE                PIC 9(08).
004500     02  FILLER                       PIC X(11) VALUE SPACES.
004600 01  POSPAY-TRAILER-REC.
004700     02  PPT-RECORD-TYPE              PIC X(01) VALUE 'T'.
004800     02  PPT-DETAIL-COUNT             PIC 9(07).
004900     02  PPT-TOTAL-AMOUNT             PIC 9(11)V99.
005000     02  PPT-ISSUE-COUNT              PIC 9(07).
005100     02  PPT-ISSUE-AMOUNT             PIC 9(11)V99.
005200     02  PPT-VOID-COUNT               PIC 9(07).
005300     02  PPT-VOID-AMOUNT              PIC 9(11)V99.
005400     02  FILLER                       PIC X(19) VALUE SPACES.
