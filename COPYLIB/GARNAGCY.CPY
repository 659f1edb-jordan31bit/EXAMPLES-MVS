000100******************************************************************
000200*    GARNAGCY - RECORD LAYOUT FOR GARNISH-AGENCY, THE PAYEE      *
000300*    FILE FOR COURT-ORDERED DEDUCTIONS, KEYED BY A 6-CHARACTER   *
000400*    AGENCY ID.  ONE RECORD PER ISSUING AGENCY (STATE            *
000500*    DISBURSEMENT UNIT, CLERK OF COURT, TAXING AUTHORITY, ...).  *
000600*    EVERY ORDER ON GARNISH-MASTER NAMES ITS AGENCY IN           *
000700*    GM-AGENCY-ID, SO ALL OF AN AGENCY'S CASES ARE REMITTED      *
000800*    TOGETHER.  EXAMP-MNT2 MAINTAINS THE FILE ('G' CARDS),       *
000900*    EXAMP-MNT1 EDITS THE AGENCY ON EVERY ORDER, EXAMP-GRN1      *
001000*    BUILDS THE REMITTANCE AND ADVICE, AND EXAMP-PGM4 PAYS IT.   *
001100*                                                                *
001200*    GA-AGENCY-NAME IS THE NAME AS IT PRINTS ON THE CHECK, SO IT *
001300*    IS THE SAME WIDTH AS EVERY OTHER PAYEE FIELD IN THE SYSTEM. *
001400*    GA-REMIT-SW: C = PAID BY CHECK MAILED TO THE ADDRESS,       *
001500*    E = PAID BY EFT (ACH CREDIT) TO THE BANK FIELDS.            *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ----------------------------------------  *
002000*    10/15/26   DM    ORIGINAL VERSION.                          *
002100******************************************************************
002200 01  GARNISH-AGENCY-RECORD.
002300     02  GA-AGENCY-ID                 PIC X(06).
002400     02  GA-AGENCY-NAME               PIC X(23).
002500     02  GA-ADDRESS                   PIC X(30).
002600     02  GA-CITY                      PIC X(20).
002700     02  GA-STATE                     PIC X(02).
002800     02  GA-ZIP                       PIC X(09).
002900     02  GA-REMIT-SW                  PIC X(01).
003000         88  GA-REMIT-CHECK               VALUE 'C'.
003100         88  GA-REMIT-EFT                 VALUE 'E'.
003200     02  GA-BANK-ROUTING              PIC 9(09).
003300     02  GA-BANK-ACCOUNT              PIC X(17).
003400     02  FILLER                       PIC X(33).
