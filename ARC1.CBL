003200*    DATE       INIT  DESCRIPTION
003300*    ---------  ----  ---------------------------------------
003400*    09/02/26   DM    ORIGINAL VERSION.
003420*    10/15/26   DM    A PURGED PAYMENT'S LABOR-POSTED RECORD
003440*                     (SEE COPYLIB/LABPOST) IS DELETED WITH IT;
003460*                     THE SPLITS ARE ONLY KEPT FOR EXAMP-RVS1.
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
005300     SELECT ARC-RPT
005400     ASSIGN TO UT-S-ARCRPT
005500     FILE STATUS IS WS-ARCRPT-STATUS.
005510     SELECT LABOR-POSTED
005520     ASSIGN TO UT-S-LABPOST
005530     ORGANIZATION IS INDEXED
005540     ACCESS MODE IS RANDOM
005550     RECORD KEY IS LB-POSTED-KEY
005560     FILE STATUS IS WS-LABPOST-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CUTOFF-PARM
008200     BLOCK CONTAINS 10 RECORDS
008300     DATA RECORD IS ARC-LINE.
008400 01  ARC-LINE                         PIC X(80).
008420 FD  LABOR-POSTED
008440     RECORD CONTAINS 200 CHARACTERS
008460     DATA RECORD IS LABOR-POSTED-RECORD.
008480     COPY LABPOST.
008500*
008600 WORKING-STORAGE SECTION.
008700 01  WS-FILE-STATUSES.
008900     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
009000     02  WS-HSTARCH-STATUS            PIC X(02) VALUE '00'.
009100     02  WS-ARCRPT-STATUS             PIC X(02) VALUE '00'.
009150     02  WS-LABPOST-STATUS            PIC X(02) VALUE '00'.
009200 01  WS-SWITCHES.
009300     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
009400         88  END-OF-HISTORY               VALUE 'Y'.
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016810     OPEN I-O LABOR-POSTED
016820     IF WS-LABPOST-STATUS NOT = '00'
016830         DISPLAY 'EXAMP-ARC1 - OPEN FAILED, LABPOST STATUS='
016840             WS-LABPOST-STATUS
016850         MOVE 16 TO RETURN-CODE
016860         STOP RUN
016870     END-IF
016900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
017000     READ CUTOFF-PARM
017100         AT END
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF
024509     MOVE PH-HISTORY-KEY TO LB-POSTED-KEY
024518     DELETE LABOR-POSTED RECORD
024527         INVALID KEY
024536             IF WS-LABPOST-STATUS NOT = '23'
024545                 DISPLAY 'EXAMP-ARC1 - DELETE FAILED, LABPOST '
024554                     'STATUS=' WS-LABPOST-STATUS
024563                 MOVE 16 TO RETURN-CODE
024572                 STOP RUN
024581             END-IF
024590     END-DELETE
024600     ADD 1 TO WS-ARCHIVED-COUNT.
024700 2100-EXIT.
024800     EXIT.
027500         CLOSE PAY-HISTORY
027600         CLOSE HIST-ARCHIVE
027700         CLOSE ARC-RPT
027750         CLOSE LABOR-POSTED
027800         STOP RUN
027900     END-IF.
028000 7000-EXIT.
028700     CLOSE PAY-HISTORY
028800     CLOSE HIST-ARCHIVE
028900     CLOSE ARC-RPT
028950     CLOSE LABOR-POSTED
029000     MOVE 0 TO RETURN-CODE.
029100 8000-EXIT.
029200     EXIT.
