000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EXAMP-GRN1.
000300 AUTHOR.        D MARCHETTI.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    STEP035 OF THE PAYROLL JOB (SEE EXAMPJB IN JCL).  REMITS THE
000900*    RUN'S GARNISHMENT WITHHOLDING TO THE AGENCIES THAT ISSUED
001000*    THE ORDERS.  EXAMP-PGM3 TAKES EACH COURT ORDER AND STAMPS
001100*    WHAT IT TOOK ON THE ORDER (GM-LAST-TAKEN-DATE, -RUN-TYPE
001200*    AND -AMT), BUT UNTIL THIS STEP EXISTED NOTHING PAID THE
001300*    MONEY OUT - ACCOUNTS PAYABLE CUT THE AGENCY CHECKS BY HAND
001400*    FROM THE REGISTER.
001500*
001600*    THE PAY DATE AND RUN TYPE COME FROM THE BALANCE CONTROL
001700*    RECORD EXAMP-PGM3 WROTE, SO THIS STEP REMITS EXACTLY THE
001800*    RUN THE REGISTER POSTED.  EVERY ORDER ON GARNISH-MASTER
001900*    STAMPED WITH THAT PAY DATE AND RUN TYPE IS SORTED BY AGENCY
002000*    (GM-AGENCY-ID) AND CASE, AND FOR EACH AGENCY THE PROGRAM:
002100*      - PRINTS A REMITTANCE ADVICE PAGE (GRNADV) - AGENCY NAME
002200*        AND ADDRESS, HOW IT IS PAID, AND ONE LINE PER CASE WITH
002300*        THE EMPLOYEE AND AMOUNT - TO GO OUT WITH THE PAYMENT;
002400*      - WRITES ONE REMITTANCE RECORD FOR THE AGENCY TOTAL IN
002500*        THE PAYMENT DETAIL LAYOUT (PD-PAYEE-TYPE 'A', SEE
002600*        COPYLIB/PAYDTL).  THE STEP040 PAYDTL DD CONCATENATES
002700*        THESE BEHIND THE EMPLOYEE PAYMENTS, SO EXAMP-PGM4 PAYS
002800*        THE AGENCY BY CHECK OR ACH CREDIT LIKE ANY OTHER PAYEE:
002900*        THE CHECK IS NUMBERED, REGISTERED, AND PUT ON THE
003000*        OUTSTANDING FILE FOR EXAMP-REC1, AND EXAMP-BAL1 PROVES
003100*        THE REMITTANCES AGAINST THE REGISTER'S GARNISHMENTS.
003200*    A TAKE WHOSE ORDER NAMES NO AGENCY, OR NAMES ONE THAT IS
003300*    NOT ON GARNISH-AGENCY, CANNOT BE PAID.  IT IS LISTED ON THE
003400*    ADVICE AS HELD AND WRITTEN AS A HELD RECORD (PD-PAYEE-TYPE
003500*    'H') THAT EXAMP-PGM4 DOES NOT PAY BUT EXAMP-BAL1 STILL
003600*    COUNTS, AND THE STEP ENDS RC=4.  ADD THE AGENCY (MNT2JB 'G'
003700*    CARD) OR FIX THE ORDER (MNTJB 'G' CARD) AND REMIT THE HELD
003800*    AMOUNT BY HAND - THE NEXT RUN REMITS ONLY ITS OWN TAKES.
003900*
004000*    RERUNNABLE: THE STEP ONLY READS THE MASTERS, AND THE
004100*    REMITTANCE FILE IS ALLOCATED FRESH EACH EXECUTION.
004200*
004300*    RETURN CODES: 0 = CLEAN, 4 = ONE OR MORE AGENCIES HELD,
004400*    16 = FILE FAILURE OR NO BALANCE CONTROL RECORD.
004500*
004600*    MODIFICATION HISTORY.
004700*    DATE       INIT  DESCRIPTION
004800*    ---------  ----  ---------------------------------------
004900*    10/15/26   DM    ORIGINAL VERSION.
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT BALANCE-CONTROL
005700     ASSIGN TO UT-S-BALCTL
005800     FILE STATUS IS WS-BALCTL-STATUS.
005900     SELECT GARNISH-MASTER
006000     ASSIGN TO UT-S-GARNMST
006100     ORGANIZATION IS INDEXED
006200     ACCESS MODE IS SEQUENTIAL
006300     RECORD KEY IS GM-GARNISH-KEY
006400     FILE STATUS IS WS-GARNMST-STATUS.
006500     SELECT GARNISH-AGENCY
006600     ASSIGN TO UT-S-GARNAGY
006700     ORGANIZATION IS INDEXED
006800     ACCESS MODE IS RANDOM
006900     RECORD KEY IS GA-AGENCY-ID
007000     FILE STATUS IS WS-GARNAGY-STATUS.
007100     SELECT EMPLOYEE-MASTER
007200     ASSIGN TO UT-S-MASTF
007300     ORGANIZATION IS INDEXED
007400     ACCESS MODE IS RANDOM
007500     RECORD KEY IS EM-EMPLOYEE-ID
007600     FILE STATUS IS WS-MASTER-STATUS.
007700     SELECT REMIT-DETAIL
007800     ASSIGN TO UT-S-REMDTL
007900     FILE STATUS IS WS-REMDTL-STATUS.
008000     SELECT REMIT-ADVICE
008100     ASSIGN TO UT-S-GRNADV
008200     FILE STATUS IS WS-GRNADV-STATUS.
008300     SELECT SORT-WRKFILE
008400     ASSIGN TO UR-S-WORK.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  BALANCE-CONTROL
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE OMITTED
009000     RECORD CONTAINS 80 CHARACTERS
009100     BLOCK CONTAINS 10 RECORDS
009200     DATA RECORD IS BALANCE-CONTROL-RECORD.
009300     COPY BALCTL.
009400 FD  GARNISH-MASTER
009500     RECORD CONTAINS 100 CHARACTERS
009600     DATA RECORD IS GARNISH-MASTER-RECORD.
009700     COPY GARNMAST.
009800 FD  GARNISH-AGENCY
009900     RECORD CONTAINS 150 CHARACTERS
010000     DATA RECORD IS GARNISH-AGENCY-RECORD.
010100     COPY GARNAGCY.
010200 FD  EMPLOYEE-MASTER
010300     RECORD CONTAINS 200 CHARACTERS
010400     DATA RECORD IS EMPLOYEE-MASTER-RECORD.
010500     COPY EMPMAST.
010600 FD  REMIT-DETAIL
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE OMITTED
010900     RECORD CONTAINS 80 CHARACTERS
011000     BLOCK CONTAINS 10 RECORDS
011100     DATA RECORD IS PAY-DETAIL-RECORD.
011200     COPY PAYDTL.
011300 FD  REMIT-ADVICE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE OMITTED
011600     RECORD CONTAINS 80 CHARACTERS
011700     BLOCK CONTAINS 10 RECORDS
011800     DATA RECORD IS ADV-LINE.
011900 01  ADV-LINE                         PIC X(80).
012000*
012100*    ONE SORT RECORD PER ORDER TAKEN IN THE RUN.
012200*
012300 SD  SORT-WRKFILE
012400     RECORDING MODE IS F
012500     RECORD CONTAINS 80 CHARACTERS
012600     DATA RECORD IS SORT-RECORD.
012700 01  SORT-RECORD.
012800     02  SR-AGENCY-ID                 PIC X(06).
012900     02  SR-CASE-NUMBER               PIC X(15).
013000     02  SR-EMPLOYEE-ID               PIC 9(10).
013100     02  SR-PRIORITY                  PIC 9(02).
013200     02  SR-AMOUNT                    PIC S9(7)V99.
013300     02  FILLER                       PIC X(38).
013400*
013500 WORKING-STORAGE SECTION.
013600 01  WS-FILE-STATUSES.
013700     02  WS-BALCTL-STATUS             PIC X(02) VALUE '00'.
013800     02  WS-GARNMST-STATUS            PIC X(02) VALUE '00'.
013900     02  WS-GARNAGY-STATUS            PIC X(02) VALUE '00'.
014000     02  WS-MASTER-STATUS             PIC X(02) VALUE '00'.
014100     02  WS-REMDTL-STATUS             PIC X(02) VALUE '00'.
014200     02  WS-GRNADV-STATUS             PIC X(02) VALUE '00'.
014300 01  WS-SWITCHES.
014400     02  WS-EOG-SW                    PIC X(01) VALUE 'N'.
014500         88  END-OF-GARNISH               VALUE 'Y'.
014600     02  WS-EOS-SW                    PIC X(01) VALUE 'N'.
014700         88  END-OF-SORT                  VALUE 'Y'.
014800     02  WS-AGENCY-SW                 PIC X(01) VALUE 'N'.
014900         88  AGENCY-ON-FILE               VALUE 'Y'.
015000         88  AGENCY-NOT-ON-FILE           VALUE 'N'.
015100 01  WS-COUNTERS.
015200     02  WS-ORDERS-READ               PIC 9(07) COMP VALUE ZERO.
015300     02  WS-TAKES-SELECTED            PIC 9(07) COMP VALUE ZERO.
015400     02  WS-AGENCY-COUNT              PIC 9(07) COMP VALUE ZERO.
015500     02  WS-HELD-COUNT                PIC 9(07) COMP VALUE ZERO.
015600     02  WS-CASE-COUNT                PIC 9(07) COMP VALUE ZERO.
015700 01  WS-CURR-AGENCY-ID                PIC X(06) VALUE SPACES.
015800 01  WS-AGENCY-TOTAL                  PIC S9(7)V99 VALUE ZERO.
015900 01  WS-REMIT-TOTAL                   PIC S9(9)V99 VALUE ZERO.
016000 01  WS-HELD-TOTAL                    PIC S9(9)V99 VALUE ZERO.
016100 01  WS-REGISTER-GARNISH              PIC S9(11)V99 VALUE ZERO.
016200 01  WS-RUN-TYPE                      PIC X(01) VALUE 'R'.
016300 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
016400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
016500     02  WS-RD-YYYY-IN                PIC 9(04).
016600     02  WS-RD-MM-IN                  PIC 9(02).
016700     02  WS-RD-DD-IN                  PIC 9(02).
016800 01  WS-RUN-DATE-DISPLAY.
016900     02  WS-RD-MM                     PIC 9(02).
017000     02  FILLER                       PIC X(01) VALUE '/'.
017100     02  WS-RD-DD                     PIC 9(02).
017200     02  FILLER                       PIC X(01) VALUE '/'.
017300     02  WS-RD-YYYY                   PIC 9(04).
017400 01  WS-PAGE-NO                       PIC 9(04) COMP VALUE ZERO.
017500 01  WS-LINE-COUNT                    PIC 9(04) COMP VALUE ZERO.
017600 01  WS-MAX-LINES-PER-PAGE            PIC 9(04) COMP VALUE 50.
017700*
017800 01  ADV-HEADER-LINE1.
017900     02  FILLER                       PIC X(01) VALUE SPACE.
018000     02  FILLER                       PIC X(29) VALUE
018100                                 'GARNISHMENT REMITTANCE ADVICE'.
018200     02  FILLER                       PIC X(04) VALUE SPACES.
018300     02  FILLER                       PIC X(10) VALUE
018400                                      'PAY DATE: '.
018500     02  AH1-PAY-DATE                 PIC X(10).
018600     02  FILLER                       PIC X(07) VALUE '  RUN: '.
018700     02  AH1-RUN-TYPE                 PIC X(01).
018800     02  FILLER                       PIC X(04) VALUE SPACES.
018900     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
019000     02  AH1-PAGE-NO                  PIC ZZZ9.
019100     02  FILLER                       PIC X(05) VALUE SPACES.
019200 01  ADV-AGENCY-LINE.
019300     02  FILLER                       PIC X(01) VALUE SPACE.
019400     02  FILLER                       PIC X(08) VALUE 'AGENCY: '.
019500     02  AA-AGENCY-ID                 PIC X(06).
019600     02  FILLER                       PIC X(02) VALUE SPACES.
019700     02  AA-AGENCY-NAME               PIC X(30).
019800     02  FILLER                       PIC X(33) VALUE SPACES.
019900 01  ADV-ADDRESS-LINE.
020000     02  FILLER                       PIC X(17) VALUE SPACES.
020100     02  AR-ADDRESS                   PIC X(30).
020200     02  FILLER                       PIC X(33) VALUE SPACES.
020300 01  ADV-CITY-LINE.
020400     02  FILLER                       PIC X(17) VALUE SPACES.
020500     02  AC-CITY                      PIC X(20).
020600     02  FILLER                       PIC X(01) VALUE SPACE.
020700     02  AC-STATE                     PIC X(02).
020800     02  FILLER                       PIC X(01) VALUE SPACE.
020900     02  AC-ZIP                       PIC X(09).
021000     02  FILLER                       PIC X(30) VALUE SPACES.
021100 01  ADV-METHOD-LINE.
021200     02  FILLER                       PIC X(01) VALUE SPACE.
021300     02  FILLER                       PIC X(10) VALUE
021400                                      'REMIT BY: '.
021500     02  AM-METHOD                    PIC X(40).
021600     02  FILLER                       PIC X(29) VALUE SPACES.
021700 01  ADV-COLUMN-LINE.
021800     02  FILLER                       PIC X(01) VALUE SPACE.
021900     02  FILLER                       PIC X(15) VALUE
022000                                      'CASE NUMBER'.
022100     02  FILLER                       PIC X(02) VALUE SPACES.
022200     02  FILLER                       PIC X(10) VALUE 'EMPLOYEE'.
022300     02  FILLER                       PIC X(02) VALUE SPACES.
022400     02  FILLER                       PIC X(23) VALUE 'NAME'.
022500     02  FILLER                       PIC X(02) VALUE SPACES.
022600     02  FILLER                       PIC X(14) VALUE
022700                                      '        AMOUNT'.
022800     02  FILLER                       PIC X(11) VALUE SPACES.
022900 01  ADV-DETAIL-LINE.
023000     02  FILLER                       PIC X(01) VALUE SPACE.
023100     02  AD-CASE-NUMBER               PIC X(15).
023200     02  FILLER                       PIC X(02) VALUE SPACES.
023300     02  AD-EMPLOYEE-ID               PIC 9(10).
023400     02  FILLER                       PIC X(02) VALUE SPACES.
023500     02  AD-EMPLOYEE-NAME             PIC X(23).
023600     02  FILLER                       PIC X(02) VALUE SPACES.
023700     02  AD-AMOUNT                    PIC $$$,$$$,$$9.99.
023800     02  FILLER                       PIC X(11) VALUE SPACES.
023900 01  ADV-TOTAL-LINE.
024000     02  FILLER                       PIC X(01) VALUE SPACE.
024100     02  AT-LABEL                     PIC X(30).
024200     02  FILLER                       PIC X(01) VALUE SPACE.
024300     02  AT-CASES                     PIC ZZZ9.
024400     02  FILLER                       PIC X(06) VALUE ' CASES'.
024500     02  FILLER                       PIC X(13) VALUE SPACES.
024600     02  AT-AMOUNT                    PIC $$$,$$$,$$9.99.
024700     02  FILLER                       PIC X(11) VALUE SPACES.
024800 01  ADV-SUMMARY-LINE.
024900     02  FILLER                       PIC X(01) VALUE SPACE.
025000     02  AS-LABEL                     PIC X(30).
025100     02  AS-VALUE                     PIC ZZZ,ZZZ,ZZ9.
025200     02  FILLER                       PIC X(38) VALUE SPACES.
025300 01  ADV-SUMMARY-AMT-LINE.
025400     02  FILLER                       PIC X(01) VALUE SPACE.
025500     02  AS-AMT-LABEL                 PIC X(30).
025600     02  AS-AMOUNT                    PIC $$$,$$$,$$$,$$9.99.
025700     02  FILLER                       PIC X(31) VALUE SPACES.
025800*
025900 PROCEDURE DIVISION.
026000*----------------------------------------------------------*
026100*    0000-MAINLINE - SORT THE RUN'S TAKES BY AGENCY AND     *
026200*    REMIT EACH AGENCY.                                     *
026300*----------------------------------------------------------*
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026600     SORT SORT-WRKFILE
026700         ON ASCENDING KEY SR-AGENCY-ID
026800         ON ASCENDING KEY SR-CASE-NUMBER
026900         ON ASCENDING KEY SR-EMPLOYEE-ID
027000         INPUT PROCEDURE 2000-SELECT-TAKES THRU 2000-EXIT
027100         OUTPUT PROCEDURE 3000-REMIT-AGENCIES THRU 3000-EXIT
027200     IF SORT-RETURN NOT = ZERO
027300         DISPLAY 'EXAMP-GRN1 - SORT FAILED, SORT-RETURN='
027400             SORT-RETURN
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF
027800     PERFORM 8000-TERMINATE THRU 8000-EXIT
027900     STOP RUN.
028000*----------------------------------------------------------*
028100*    1000-INITIALIZE - OPEN FILES AND TAKE THE PAY DATE     *
028200*    AND RUN TYPE FROM THE STEP030 BALANCE CONTROL RECORD.  *
028300*----------------------------------------------------------*
028400 1000-INITIALIZE.
028500     OPEN INPUT BALANCE-CONTROL
028600     IF WS-BALCTL-STATUS NOT = '00'
028700         DISPLAY 'EXAMP-GRN1 - OPEN FAILED, BALCTL STATUS='
028800             WS-BALCTL-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF
029200     OPEN INPUT GARNISH-MASTER
029300     IF WS-GARNMST-STATUS NOT = '00'
029400         DISPLAY 'EXAMP-GRN1 - OPEN FAILED, GARNMST STATUS='
029500             WS-GARNMST-STATUS
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF
029900     OPEN INPUT GARNISH-AGENCY
030000     IF WS-GARNAGY-STATUS NOT = '00'
030100         DISPLAY 'EXAMP-GRN1 - OPEN FAILED, GARNAGY STATUS='
030200             WS-GARNAGY-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF
030600     OPEN INPUT EMPLOYEE-MASTER
030700     IF WS-MASTER-STATUS NOT = '00'
030800         DISPLAY 'EXAMP-GRN1 - OPEN FAILED, MASTF STATUS='
030900             WS-MASTER-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF
031300     OPEN OUTPUT REMIT-DETAIL
031400     IF WS-REMDTL-STATUS NOT = '00'
031500         DISPLAY 'EXAMP-GRN1 - OPEN FAILED, REMDTL STATUS='
031600             WS-REMDTL-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     OPEN OUTPUT REMIT-ADVICE
032100     IF WS-GRNADV-STATUS NOT = '00'
032200         DISPLAY 'EXAMP-GRN1 - OPEN FAILED, GRNADV STATUS='
032300             WS-GRNADV-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF
032700     READ BALANCE-CONTROL
032800         AT END
032900             DISPLAY 'EXAMP-GRN1 - BALANCE CONTROL RECORD '
033000                 'MISSING - STEP030 DID NOT COMPLETE'
033100             MOVE 16 TO RETURN-CODE
033200             STOP RUN
033300     END-READ
033400     MOVE BC-RUN-DATE TO WS-RUN-DATE-YYYYMMDD
033500     MOVE BC-TOTAL-GARNISH TO WS-REGISTER-GARNISH
033600     IF BC-RUN-TYPE NOT = SPACE
033700         MOVE BC-RUN-TYPE TO WS-RUN-TYPE
033800     END-IF
033900     CLOSE BALANCE-CONTROL
034000     MOVE WS-RD-MM-IN TO WS-RD-MM
034100     MOVE WS-RD-DD-IN TO WS-RD-DD
034200     MOVE WS-RD-YYYY-IN TO WS-RD-YYYY.
034300 1000-EXIT.
034400     EXIT.
034500*----------------------------------------------------------*
034600*    2000-SELECT-TAKES - SORT INPUT PROCEDURE.  RELEASE     *
034700*    EVERY ORDER THIS RUN TOOK MONEY ON.                    *
034800*----------------------------------------------------------*
034900 2000-SELECT-TAKES.
035000     PERFORM 2100-READ-GARNISH THRU 2100-EXIT
035100     PERFORM 2200-SELECT-ORDER THRU 2200-EXIT
035200         UNTIL END-OF-GARNISH.
035300 2000-EXIT.
035400     EXIT.
035500 2100-READ-GARNISH.
035600     READ GARNISH-MASTER NEXT RECORD
035700         AT END
035800             SET END-OF-GARNISH TO TRUE
035900             GO TO 2100-EXIT
036000     END-READ
036100     IF WS-GARNMST-STATUS NOT = '00'
036200         DISPLAY 'EXAMP-GRN1 - READ FAILED, GARNMST STATUS='
036300             WS-GARNMST-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF
036700     ADD 1 TO WS-ORDERS-READ.
036800 2100-EXIT.
036900     EXIT.
037000*----------------------------------------------------------*
037100*    2200-SELECT-ORDER - AN ORDER LAST TAKEN BY AN EARLIER  *
037200*    RUN, OR PASSED OVER BY THIS ONE (PAID OFF, NO NET PAY  *
037300*    LEFT), STILL CARRIES AN OLDER STAMP OR A ZERO AMOUNT   *
037400*    AND IS NOT REMITTED AGAIN.                             *
037500*----------------------------------------------------------*
037600 2200-SELECT-ORDER.
037700     IF GM-LAST-TAKEN-DATE = WS-RUN-DATE-YYYYMMDD
037800         AND GM-LAST-RUN-TYPE = WS-RUN-TYPE
037900         AND GM-LAST-TAKEN-AMT > ZERO
038000         MOVE SPACES TO SORT-RECORD
038100         MOVE GM-AGENCY-ID TO SR-AGENCY-ID
038200         MOVE GM-CASE-NUMBER TO SR-CASE-NUMBER
038300         MOVE GM-EMPLOYEE-ID TO SR-EMPLOYEE-ID
038400         MOVE GM-PRIORITY TO SR-PRIORITY
038500         MOVE GM-LAST-TAKEN-AMT TO SR-AMOUNT
038600         RELEASE SORT-RECORD
038700         ADD 1 TO WS-TAKES-SELECTED
038800     END-IF
038900     PERFORM 2100-READ-GARNISH THRU 2100-EXIT.
039000 2200-EXIT.
039100     EXIT.
039200*----------------------------------------------------------*
039300*    3000-REMIT-AGENCIES - SORT OUTPUT PROCEDURE.  ONE      *
039400*    ADVICE AND ONE REMITTANCE RECORD PER AGENCY.           *
039500*----------------------------------------------------------*
039600 3000-REMIT-AGENCIES.
039700     PERFORM 3100-RETURN-TAKE THRU 3100-EXIT
039800     PERFORM 3200-REMIT-AGENCY THRU 3200-EXIT
039900         UNTIL END-OF-SORT.
040000 3000-EXIT.
040100     EXIT.
040200 3100-RETURN-TAKE.
040300     RETURN SORT-WRKFILE
040400         AT END
040500             SET END-OF-SORT TO TRUE
040600     END-RETURN.
040700 3100-EXIT.
040800     EXIT.
040900 3200-REMIT-AGENCY.
041000     MOVE SR-AGENCY-ID TO WS-CURR-AGENCY-ID
041100     MOVE ZERO TO WS-AGENCY-TOTAL
041200     MOVE ZERO TO WS-CASE-COUNT
041300     PERFORM 3300-GET-AGENCY THRU 3300-EXIT
041400     PERFORM 4000-PRINT-ADVICE-HEADERS THRU 4000-EXIT
041500     PERFORM 3400-LIST-TAKE THRU 3400-EXIT
041600         UNTIL END-OF-SORT
041700            OR SR-AGENCY-ID NOT = WS-CURR-AGENCY-ID
041800     PERFORM 3500-PRINT-AGENCY-TOTAL THRU 3500-EXIT
041900     PERFORM 3600-WRITE-REMITTANCE THRU 3600-EXIT.
042000 3200-EXIT.
042100     EXIT.
042200*----------------------------------------------------------*
042300*    3300-GET-AGENCY - AN ORDER WITH NO AGENCY (OLDER       *
042400*    ORDERS CARRY SPACES) OR AN AGENCY NOT ON FILE IS HELD. *
042500*----------------------------------------------------------*
042600 3300-GET-AGENCY.
042700     SET AGENCY-NOT-ON-FILE TO TRUE
042800     IF WS-CURR-AGENCY-ID = SPACES
042900         GO TO 3300-EXIT
043000     END-IF
043100     MOVE WS-CURR-AGENCY-ID TO GA-AGENCY-ID
043200     READ GARNISH-AGENCY
043300         INVALID KEY
043400             IF WS-GARNAGY-STATUS NOT = '23'
043500                 DISPLAY 'EXAMP-GRN1 - READ FAILED, GARNAGY '
043600                     'STATUS=' WS-GARNAGY-STATUS
043700                 MOVE 16 TO RETURN-CODE
043800                 STOP RUN
043900             END-IF
044000         NOT INVALID KEY
044100             SET AGENCY-ON-FILE TO TRUE
044200     END-READ.
044300 3300-EXIT.
044400     EXIT.
044500*----------------------------------------------------------*
044600*    3400-LIST-TAKE - ONE ADVICE LINE PER CASE.  A LONG     *
044700*    AGENCY LIST CONTINUES UNDER A REPEATED HEADING.        *
044800*----------------------------------------------------------*
044900 3400-LIST-TAKE.
045000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
045100         PERFORM 4000-PRINT-ADVICE-HEADERS THRU 4000-EXIT
045200     END-IF
045300     MOVE SPACES TO ADV-DETAIL-LINE
045400     MOVE SR-CASE-NUMBER TO AD-CASE-NUMBER
045500     MOVE SR-EMPLOYEE-ID TO AD-EMPLOYEE-ID
045600     MOVE SR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
045700     READ EMPLOYEE-MASTER
045800         INVALID KEY
045900             IF WS-MASTER-STATUS NOT = '23'
046000                 DISPLAY 'EXAMP-GRN1 - READ FAILED, MASTF '
046100                     'STATUS=' WS-MASTER-STATUS
046200                 MOVE 16 TO RETURN-CODE
046300                 STOP RUN
046400             END-IF
046500             MOVE '** NOT ON MASTER **' TO AD-EMPLOYEE-NAME
046600         NOT INVALID KEY
046700             MOVE EM-EMPLOYEE-NAME TO AD-EMPLOYEE-NAME
046800     END-READ
046900     MOVE SR-AMOUNT TO AD-AMOUNT
047000     WRITE ADV-LINE FROM ADV-DETAIL-LINE
047100         AFTER ADVANCING 1 LINE
047200     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
047300     ADD SR-AMOUNT TO WS-AGENCY-TOTAL
047400     ADD 1 TO WS-CASE-COUNT
047500     PERFORM 3100-RETURN-TAKE THRU 3100-EXIT.
047600 3400-EXIT.
047700     EXIT.
047800 3500-PRINT-AGENCY-TOTAL.
047900     MOVE SPACES TO ADV-LINE
048000     WRITE ADV-LINE
048100         AFTER ADVANCING 1 LINE
048200     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
048300     IF AGENCY-ON-FILE
048400         MOVE 'TOTAL REMITTED' TO AT-LABEL
048500     ELSE
048600         MOVE 'TOTAL HELD - NOT REMITTED' TO AT-LABEL
048700     END-IF
048800     MOVE WS-CASE-COUNT TO AT-CASES
048900     MOVE WS-AGENCY-TOTAL TO AT-AMOUNT
049000     WRITE ADV-LINE FROM ADV-TOTAL-LINE
049100         AFTER ADVANCING 1 LINE
049200     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT.
049300 3500-EXIT.
049400     EXIT.
049500*----------------------------------------------------------*
049600*    3600-WRITE-REMITTANCE - ONE PAYMENT DETAIL RECORD FOR  *
049700*    THE AGENCY TOTAL (SEE COPYLIB/PAYDTL).                 *
049800*----------------------------------------------------------*
049900 3600-WRITE-REMITTANCE.
050000     MOVE SPACES TO PAY-DETAIL-RECORD
050100     MOVE ZERO TO PD-EMPLOYEE-ID
050200     MOVE WS-RUN-DATE-YYYYMMDD TO PD-PAY-DATE
050300     MOVE ZERO TO PD-GROSS-PAY
050400     MOVE WS-AGENCY-TOTAL TO PD-NET-PAY
050500     MOVE WS-RUN-TYPE TO PD-RUN-TYPE
050600     MOVE WS-CURR-AGENCY-ID TO PD-AGENCY-ID
050700     IF AGENCY-ON-FILE
050800         MOVE GA-AGENCY-NAME TO PD-EMPLOYEE-NAME
050900         SET PD-PAYEE-AGENCY TO TRUE
051000         ADD 1 TO WS-AGENCY-COUNT
051100         ADD WS-AGENCY-TOTAL TO WS-REMIT-TOTAL
051200     ELSE
051300         MOVE 'GARNISHMENT HELD' TO PD-EMPLOYEE-NAME
051400         SET PD-PAYEE-HELD TO TRUE
051500         ADD 1 TO WS-HELD-COUNT
051600         ADD WS-AGENCY-TOTAL TO WS-HELD-TOTAL
051700     END-IF
051800     WRITE PAY-DETAIL-RECORD
051900     IF WS-REMDTL-STATUS NOT = '00'
052000         DISPLAY 'EXAMP-GRN1 - WRITE FAILED, REMDTL STATUS='
052100             WS-REMDTL-STATUS
052200         MOVE 16 TO RETURN-CODE
052300         STOP RUN
052400     END-IF.
052500 3600-EXIT.
052600     EXIT.
052700*----------------------------------------------------------*
052800*    4000-PRINT-ADVICE-HEADERS - EACH AGENCY STARTS A NEW   *
052900*    PAGE SO ITS ADVICE CAN BE MAILED WITH THE PAYMENT.     *
053000*----------------------------------------------------------*
053100 4000-PRINT-ADVICE-HEADERS.
053200     PERFORM 4100-PRINT-PAGE-TOP THRU 4100-EXIT
053300     MOVE WS-CURR-AGENCY-ID TO AA-AGENCY-ID
053400     MOVE SPACES TO AR-ADDRESS
053500     MOVE SPACES TO AC-CITY
053600     MOVE SPACES TO AC-STATE
053700     MOVE SPACES TO AC-ZIP
053800     IF AGENCY-ON-FILE
053900         MOVE GA-AGENCY-NAME TO AA-AGENCY-NAME
054000         MOVE GA-ADDRESS TO AR-ADDRESS
054100         MOVE GA-CITY TO AC-CITY
054200         MOVE GA-STATE TO AC-STATE
054300         MOVE GA-ZIP TO AC-ZIP
054400         IF GA-REMIT-EFT
054500             MOVE 'EFT - ACH CREDIT TO AGENCY ACCOUNT'
054600                 TO AM-METHOD
054700         ELSE
054800             MOVE 'CHECK - MAILED TO THE ADDRESS ABOVE'
054900                 TO AM-METHOD
055000         END-IF
055100     ELSE
055200         IF WS-CURR-AGENCY-ID = SPACES
055300             MOVE '*** NO AGENCY ON ORDER ***' TO AA-AGENCY-NAME
055400         ELSE
055500             MOVE '*** AGENCY NOT ON FILE ***' TO AA-AGENCY-NAME
055600         END-IF
055700         MOVE 'HELD - NOT REMITTED' TO AM-METHOD
055800     END-IF
055900     WRITE ADV-LINE FROM ADV-AGENCY-LINE
056000         AFTER ADVANCING 1 LINE
056100     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
056200     WRITE ADV-LINE FROM ADV-ADDRESS-LINE
056300         AFTER ADVANCING 1 LINE
056400     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
056500     WRITE ADV-LINE FROM ADV-CITY-LINE
056600         AFTER ADVANCING 1 LINE
056700     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
056800     WRITE ADV-LINE FROM ADV-METHOD-LINE
056900         AFTER ADVANCING 2 LINES
057000     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
057100     WRITE ADV-LINE FROM ADV-COLUMN-LINE
057200         AFTER ADVANCING 2 LINES
057300     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
057400     MOVE 10 TO WS-LINE-COUNT.
057500 4000-EXIT.
057600     EXIT.
057700 4100-PRINT-PAGE-TOP.
057800     ADD 1 TO WS-PAGE-NO
057900     MOVE WS-RUN-DATE-DISPLAY TO AH1-PAY-DATE
058000     MOVE WS-RUN-TYPE TO AH1-RUN-TYPE
058100     MOVE WS-PAGE-NO TO AH1-PAGE-NO
058200     WRITE ADV-LINE FROM ADV-HEADER-LINE1
058300         AFTER ADVANCING PAGE
058400     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
058500     MOVE SPACES TO ADV-LINE
058600     WRITE ADV-LINE
058700         AFTER ADVANCING 1 LINE
058800     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT
058900     MOVE 2 TO WS-LINE-COUNT.
059000 4100-EXIT.
059100     EXIT.
059200*----------------------------------------------------------*
059300*    5000-CHECK-ADVICE-WRITE - WRITE STATUS AND LINE COUNT. *
059400*----------------------------------------------------------*
059500 5000-CHECK-ADVICE-WRITE.
059600     IF WS-GRNADV-STATUS NOT = '00'
059700         DISPLAY 'EXAMP-GRN1 - WRITE FAILED, GRNADV STATUS='
059800             WS-GRNADV-STATUS
059900         MOVE 16 TO RETURN-CODE
060000         STOP RUN
060100     END-IF
060200     ADD 1 TO WS-LINE-COUNT.
060300 5000-EXIT.
060400     EXIT.
060500*----------------------------------------------------------*
060600*    8000-TERMINATE - RUN SUMMARY, CLOSE, RETURN CODE.      *
060700*----------------------------------------------------------*
060800 8000-TERMINATE.
060900     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
061000     CLOSE GARNISH-MASTER
061100     CLOSE GARNISH-AGENCY
061200     CLOSE EMPLOYEE-MASTER
061300     CLOSE REMIT-DETAIL
061400     CLOSE REMIT-ADVICE
061500     IF WS-HELD-COUNT > ZERO
061600         DISPLAY 'EXAMP-GRN1 - ' WS-HELD-COUNT
061700             ' AGENCY REMITTANCE(S) HELD - SEE GRNADV'
061800         MOVE 4 TO RETURN-CODE
061900     ELSE
062000         MOVE 0 TO RETURN-CODE
062100     END-IF.
062200 8000-EXIT.
062300     EXIT.
062400 8100-WRITE-SUMMARY.
062500     PERFORM 4100-PRINT-PAGE-TOP THRU 4100-EXIT
062600     MOVE 'GARNISH ORDERS READ         :' TO AS-LABEL
062700     MOVE WS-ORDERS-READ TO AS-VALUE
062800     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
062900     MOVE 'ORDERS TAKEN THIS RUN       :' TO AS-LABEL
063000     MOVE WS-TAKES-SELECTED TO AS-VALUE
063100     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
063200     MOVE 'AGENCIES REMITTED           :' TO AS-LABEL
063300     MOVE WS-AGENCY-COUNT TO AS-VALUE
063400     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
063500     MOVE 'AGENCIES HELD               :' TO AS-LABEL
063600     MOVE WS-HELD-COUNT TO AS-VALUE
063700     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
063800     MOVE 'TOTAL REMITTED              :' TO AS-AMT-LABEL
063900     MOVE WS-REMIT-TOTAL TO AS-AMOUNT
064000     PERFORM 8120-WRITE-AMOUNT THRU 8120-EXIT
064100     MOVE 'TOTAL HELD                  :' TO AS-AMT-LABEL
064200     MOVE WS-HELD-TOTAL TO AS-AMOUNT
064300     PERFORM 8120-WRITE-AMOUNT THRU 8120-EXIT
064400     MOVE 'REGISTER GARNISHMENTS       :' TO AS-AMT-LABEL
064500     MOVE WS-REGISTER-GARNISH TO AS-AMOUNT
064600     PERFORM 8120-WRITE-AMOUNT THRU 8120-EXIT.
064700 8100-EXIT.
064800     EXIT.
064900 8110-WRITE-COUNT.
065000     WRITE ADV-LINE FROM ADV-SUMMARY-LINE
065100         AFTER ADVANCING 1 LINE
065200     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT.
065300 8110-EXIT.
065400     EXIT.
065500 8120-WRITE-AMOUNT.
065600     WRITE ADV-LINE FROM ADV-SUMMARY-AMT-LINE
065700         AFTER ADVANCING 1 LINE
065800     PERFORM 5000-CHECK-ADVICE-WRITE THRU 5000-EXIT.
065900 8120-EXIT.
066000     EXIT.
