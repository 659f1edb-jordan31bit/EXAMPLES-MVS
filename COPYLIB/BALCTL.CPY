001100*    DATE       INIT  DESCRIPTION                                *
001200*    ---------  ----  ----------------------------------------  *
001300*    09/02/26   DM    ORIGINAL VERSION.                          *
001310*    10/15/26   DM    ADDED BC-RUN-TYPE AND BC-TOTAL-GARNISH     *
001320*                     (THE REGISTER'S GARNISHMENT WITHHOLDING)   *
001330*                     SO EXAMP-GRN1 REMITS THE SAME RUN THE      *
001340*                     REGISTER POSTED AND EXAMP-BAL1 CAN PROVE   *
001350*                     THE AGENCY REMITTANCES AGAINST IT.         *
001400******************************************************************
001500 01  BALANCE-CONTROL-RECORD.
001600     02  BC-RUN-DATE                  PIC 9(08).
001700     02  BC-EMPLOYEE-COUNT            PIC 9(07).
001800     02  BC-TOTAL-GROSS               PIC S9(11)V99.
001900     02  BC-TOTAL-NET                 PIC S9(11)V99.
001910     02  BC-RUN-TYPE                  PIC X(01).
001920     02  BC-TOTAL-GARNISH             PIC S9(11)V99.
002000     02  FILLER                       PIC X(25).
