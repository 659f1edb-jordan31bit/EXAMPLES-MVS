001900*    09/02/26   DM    ORIGINAL VERSION.                          *
001910*    09/02/26   DM    ADDED THE RESTART STAMP FIELDS AND GREW    *
001920*                     THE RECORD FROM 80 TO 100 BYTES.           *
001930*    10/15/26   DM    ADDED GM-AGENCY-ID, THE ISSUING AGENCY THE *
001940*                     ORDER IS REMITTED TO (SEE COPYLIB/         *
001950*                     GARNAGCY).  CARVED FROM FILLER - AN ORDER  *
001960*                     LOADED BEFORE IT EXISTED HOLDS SPACES AND  *
001970*                     ITS TAKES ARE HELD BY EXAMP-GRN1 UNTIL A   *
001980*                     'G' CARD NAMES THE AGENCY.                 *
002000******************************************************************
002100 01  GARNISH-MASTER-RECORD.
002200     02  GM-GARNISH-KEY.
003310     02  GM-LAST-TAKEN-DATE           PIC 9(08).
003320     02  GM-LAST-RUN-TYPE             PIC X(01).
003330     02  GM-LAST-TAKEN-AMT            PIC S9(7)V99.
003340     02  GM-AGENCY-ID                 PIC X(06).
003400     02  FILLER                       PIC X(10).
