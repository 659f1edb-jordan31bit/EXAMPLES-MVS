002296*    09/02/26   DM    PAY HISTORY RECORD GREW TO 160 BYTES.
002297*                     THE 'H' LISTING FLAGS A PERIOD BACKED
002298*                     OUT BY EXAMP-RVS1 AS *REVERSED*.
002299*    10/15/26   DM    THE EMPLOYEE LOOKUP NOW ANSWERS WITH A
002300*                     SECOND LINE CARRYING THE CURRENT VACATION
002301*                     AND SICK LEAVE BALANCES (SEE COPYLIB/
002302*                     LEAVMAST), OR NO LEAVE PLAN.
002342 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
004040     ACCESS MODE IS DYNAMIC
004050     RECORD KEY IS PH-HISTORY-KEY
004060     FILE STATUS IS WS-HISTF-STATUS.
004065     SELECT LEAVE-MASTER
004070     ASSIGN TO UT-S-LEAVEF
004075     ORGANIZATION IS INDEXED
004080     ACCESS MODE IS RANDOM
004085     RECORD KEY IS LV-EMPLOYEE-ID
004090     FILE STATUS IS WS-LEAVEF-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TRAN-IN
006894     02  FILLER                       PIC X(02).
006895     02  TH-RUN-TYPE                  PIC X(01).
006896     02  FILLER                       PIC X(07).
006897 01  TRAN-LEAVE-RECORD.
006898     02  TL-EMPLOYEE-ID               PIC 9(10).
006899     02  FILLER                       PIC X(02).
006900     02  TL-VAC-LABEL                 PIC X(10).
006901     02  TL-VAC-BALANCE               PIC ZZZ9.99-.
006902     02  FILLER                       PIC X(02).
006903     02  TL-SICK-LABEL                PIC X(06).
006904     02  TL-SICK-BALANCE              PIC ZZZ9.99-.
006905     02  FILLER                       PIC X(02).
006906     02  TL-STATUS-MSG                PIC X(15).
006907     02  FILLER                       PIC X(17).
006947 FD  EMPLOYEE-MASTER
007000     RECORD CONTAINS 200 CHARACTERS
007100     DATA RECORD IS EMPLOYEE-MASTER-RECORD.
007200     COPY EMPMAST.
007220     RECORD CONTAINS 160 CHARACTERS
007230     DATA RECORD IS PAY-HISTORY-RECORD.
007240     COPY PAYHIST.
007450 FD  LEAVE-MASTER
007660     RECORD CONTAINS 150 CHARACTERS
007870     DATA RECORD IS LEAVE-MASTER-RECORD.
008080     COPY LEAVMAST.
008300*
008400 WORKING-STORAGE SECTION.
008500 01  WS-FILE-STATUSES.
008700     02  WS-TRANOUT-STATUS            PIC X(02) VALUE '00'.
008800     02  WS-MASTER-STATUS             PIC X(02) VALUE '00'.
008810     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
008850     02  WS-LEAVEF-STATUS             PIC X(02) VALUE '00'.
008900 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
009000     88  END-OF-TRANS                     VALUE 'Y'.
009010 01  WS-HIST-EOF-SW                   PIC X(01) VALUE 'N'.
010883         MOVE 16 TO RETURN-CODE
010884         STOP RUN
010885     END-IF
010886     OPEN INPUT LEAVE-MASTER
010887     IF WS-LEAVEF-STATUS NOT = '00'
010888         DISPLAY 'EXAMP-INQ1 - OPEN FAILED, LEAVEF STATUS='
010889             WS-LEAVEF-STATUS
010890         MOVE 16 TO RETURN-CODE
010891         STOP RUN
010892     END-IF
010900     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
011000 1000-EXIT.
011100     EXIT.
013150         STOP RUN
013160     END-IF
013200     DISPLAY TRAN-OUT-RECORD
013220     IF WS-MASTER-STATUS = '00'
013240         PERFORM 2250-SHOW-LEAVE THRU 2250-EXIT
013260     END-IF
013300     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
013400 2000-EXIT.
013500     EXIT.
015100         MOVE 'FOUND-INACTIVE' TO TO-STATUS-MSG
015200     END-IF.
015300 2200-EXIT.
015302     EXIT.
015304*----------------------------------------------------------*
015306*    2250-SHOW-LEAVE - SECOND ANSWER LINE FOR AN EMPLOYEE   *
015308*    ON FILE: CURRENT VACATION AND SICK BALANCES IN HOURS.  *
015310*----------------------------------------------------------*
015312 2250-SHOW-LEAVE.
015314     MOVE SPACES TO TRAN-LEAVE-RECORD
015316     MOVE EM-EMPLOYEE-ID TO TL-EMPLOYEE-ID
015318     MOVE EM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
015320     READ LEAVE-MASTER
015322         INVALID KEY
015324             IF WS-LEAVEF-STATUS NOT = '23'
015326                 DISPLAY 'EXAMP-INQ1 - READ FAILED, LEAVEF '
015328                     'STATUS=' WS-LEAVEF-STATUS
015330                 MOVE 16 TO RETURN-CODE
015332                 STOP RUN
015334             END-IF
015336             MOVE 'NO LEAVE PLAN' TO TL-STATUS-MSG
015338         NOT INVALID KEY
015340             MOVE 'VACATION:' TO TL-VAC-LABEL
015342             MOVE LV-VAC-BALANCE TO TL-VAC-BALANCE
015344             MOVE 'SICK:' TO TL-SICK-LABEL
015346             MOVE LV-SICK-BALANCE TO TL-SICK-BALANCE
015348             MOVE 'LEAVE HOURS' TO TL-STATUS-MSG
015350     END-READ
015352     WRITE TRAN-LEAVE-RECORD
015354     IF WS-TRANOUT-STATUS NOT = '00'
015356         DISPLAY 'EXAMP-INQ1 - WRITE FAILED, TRANOUT STATUS='
015358             WS-TRANOUT-STATUS
015360         MOVE 16 TO RETURN-CODE
015362         STOP RUN
015364     END-IF
015366     DISPLAY TRAN-LEAVE-RECORD.
015368 2250-EXIT.
015370     EXIT.
015401*----------------------------------------------------------*
015402*    2300-LIST-HISTORY - 'H' TRANSACTION: LIST EVERY PAY    *
015403*    PERIOD ON THE PAY HISTORY FILE FOR THE KEYED           *
016000     CLOSE TRAN-OUT
016100     CLOSE EMPLOYEE-MASTER
016110     CLOSE PAY-HISTORY
016150     CLOSE LEAVE-MASTER
016200     MOVE 0 TO RETURN-CODE.
016300 8000-EXIT.
016400     EXIT.
