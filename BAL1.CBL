001700*      2. PAYMENT DETAIL GROSS = REGISTER GROSS TOTAL, AND
001800*         DETAIL COUNT = REGISTER EMPLOYEE COUNT.
001900*      3. ACH CREDITS + CHECK PAYMENTS = REGISTER NET TOTAL
002000*         (AND = PAYMENT DETAIL NET) PLUS THE GARNISHMENT
002010*         REMITTANCES EXAMP-GRN1 ADDED TO THE PAYMENT DETAIL.
002100*      4. THE ACH TRAILER'S COUNT, HASH, AND DOLLAR TOTAL
002200*         AGREE WITH THE DETAILS IN THE FILE ITSELF.
002210*      5. AGENCY REMITTANCES + HELD REMITTANCES = REGISTER
002220*         GARNISHMENT TOTAL, SO EVERY DOLLAR WITHHELD ON A
002230*         COURT ORDER IS EITHER PAID OUT OR ON THE HELD LIST.
002232*      6. POSITIVE PAY ISSUE DETAILS = CHECK PRINT FILE (THE
002234*         CHECKS ON THE CHECK REGISTER), COUNT AND DOLLARS.
002236*      7. THE POSITIVE PAY TRAILER'S COUNT AND DOLLAR TOTAL AGREE
002238*         WITH THE DETAILS IN THE FILE ITSELF.
002240*    THE PAYMENT DETAIL DD CARRIES THE EMPLOYEE RECORDS AND THE
002250*    STEP035 AGENCY RECORDS (PD-PAYEE-TYPE); ONLY EMPLOYEE
002260*    RECORDS COUNT TOWARD PROOF 2.
002300*    THE BALANCING CERTIFICATE PRINTS ONE LINE PER PROOF, EACH
002320*    VOID AND CANCEL GOING OUT ON THE POSITIVE PAY FILE, AND A
002340*    SIGN-OFF BLOCK FOR OPERATIONS TO INITIAL BEFORE THE FILE IS
002360*    TRANSMITTED TO THE BANK.
002400*    ANY PROOF OFF BY A PENNY ENDS THE STEP WITH RC=16 SO THE
002500*    JOB STREAM STOPS THE RUN'S GDG GENERATIONS FROM BEING
002600*    RELEASED DOWNSTREAM.
002900*    DATE       INIT  DESCRIPTION
003000*    ---------  ----  ---------------------------------------
003100*    09/02/26   DM    ORIGINAL VERSION.
003110*    10/15/26   DM    SPLIT THE PAYMENT DETAIL BY PAYEE TYPE,
003120*                     ADD THE GARNISHMENT REMITTANCES TO THE
003130*                     NET PAID PROOFS, AND PROVE REMITTED +
003140*                     HELD AGAINST THE REGISTER GARNISHMENTS.
003150*    10/15/26   DM    RE-ADD THE POSITIVE PAY FILE, PROVE ITS
003160*                     ISSUES AGAINST THE CHECK PRINT FILE AND
003170*                     ITS TRAILER, LIST ITS VOIDS/CANCELS, AND
003180*                     PRINT THE TRANSMISSION SIGN-OFF.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
005000     SELECT CHECK-PRINT
005100     ASSIGN TO UT-S-CHKPRT
005200     FILE STATUS IS WS-CHKPRT-STATUS.
005220     SELECT POSITIVE-PAY
005240     ASSIGN TO UT-S-PPIN
005260     FILE STATUS IS WS-PPIN-STATUS.
005300     SELECT BAL-RPT
005400     ASSIGN TO UT-S-BALRPT
005500     FILE STATUS IS WS-BALRPT-STATUS.
010900     BLOCK CONTAINS 10 RECORDS
011000     DATA RECORD IS CHECK-PRINT-RECORD.
011100     COPY CHKPRT.
011140 FD  POSITIVE-PAY
011180     RECORDING MODE IS F
011220     LABEL RECORDS ARE OMITTED
011260     RECORD CONTAINS 80 CHARACTERS
011300     BLOCK CONTAINS 10 RECORDS
011340     DATA RECORD IS POSPAY-RECORD.
011380*    RECORD TYPE ONLY, AS FOR THE ACH FILE - THE BODY IS MOVED
011420*    TO THE SHARED POSPAY LAYOUTS BEFORE IT IS TOUCHED.
011460 01  POSPAY-RECORD.
011500     02  PR-RECORD-TYPE               PIC X(01).
011540         88  PR-TYPE-HEADER               VALUE 'H'.
011580         88  PR-TYPE-DETAIL               VALUE 'D'.
011620         88  PR-TYPE-TRAILER              VALUE 'T'.
011660     02  FILLER                       PIC X(79).
011800 FD  BAL-RPT
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE OMITTED
012500*
012600 WORKING-STORAGE SECTION.
012610     COPY ACHREC.
012650     COPY POSPAY.
012700 01  WS-FILE-STATUSES.
012800     02  WS-BALCTL-STATUS             PIC X(02) VALUE '00'.
012900     02  WS-GLEXTR-STATUS             PIC X(02) VALUE '00'.
013000     02  WS-PAYDTL-STATUS             PIC X(02) VALUE '00'.
013100     02  WS-ACHIN-STATUS              PIC X(02) VALUE '00'.
013200     02  WS-CHKPRT-STATUS             PIC X(02) VALUE '00'.
013250     02  WS-PPIN-STATUS               PIC X(02) VALUE '00'.
013300     02  WS-BALRPT-STATUS             PIC X(02) VALUE '00'.
013400 01  WS-SWITCHES.
013500     02  WS-GL-EOF-SW                 PIC X(01) VALUE 'N'.
014200         88  END-OF-CHECKS                VALUE 'Y'.
014300     02  WS-TRAILER-SW                PIC X(01) VALUE 'N'.
014400         88  TRAILER-SEEN                 VALUE 'Y'.
014420     02  WS-PP-EOF-SW                 PIC X(01) VALUE 'N'.
014440         88  END-OF-POSPAY                VALUE 'Y'.
014460     02  WS-PP-TRAILER-SW             PIC X(01) VALUE 'N'.
014480         88  PP-TRAILER-SEEN              VALUE 'Y'.
014500     02  WS-BALANCE-SW                PIC X(01) VALUE 'Y'.
014600         88  RUN-IN-BALANCE               VALUE 'Y'.
014700         88  RUN-OUT-OF-BALANCE           VALUE 'N'.
014900     02  WS-REG-COUNT                 PIC 9(07) VALUE ZERO.
015000     02  WS-REG-GROSS                 PIC S9(11)V99 VALUE ZERO.
015100     02  WS-REG-NET                   PIC S9(11)V99 VALUE ZERO.
015110     02  WS-REG-GARNISH               PIC S9(11)V99 VALUE ZERO.
015200 01  WS-GL-TOTALS.
015300     02  WS-GL-COUNT                  PIC 9(07) VALUE ZERO.
015400     02  WS-GL-TOTAL                  PIC S9(11)V99 VALUE ZERO.
015600     02  WS-DTL-COUNT                 PIC 9(07) VALUE ZERO.
015700     02  WS-DTL-GROSS                 PIC S9(11)V99 VALUE ZERO.
015800     02  WS-DTL-NET                   PIC S9(11)V99 VALUE ZERO.
015810 01  WS-REMIT-TOTALS.
015820     02  WS-REMIT-COUNT               PIC 9(07) VALUE ZERO.
015830     02  WS-REMIT-TOTAL               PIC S9(11)V99 VALUE ZERO.
015840     02  WS-HELD-COUNT                PIC 9(07) VALUE ZERO.
015850     02  WS-HELD-TOTAL                PIC S9(11)V99 VALUE ZERO.
015900 01  WS-ACH-TOTALS.
016000     02  WS-ACH-DTL-COUNT             PIC 9(07) VALUE ZERO.
016100     02  WS-ACH-DTL-TOTAL             PIC S9(11)V99 VALUE ZERO.
016600 01  WS-CHECK-TOTALS.
016700     02  WS-CHK-COUNT                 PIC 9(07) VALUE ZERO.
016800     02  WS-CHK-TOTAL                 PIC S9(11)V99 VALUE ZERO.
016810 01  WS-POSPAY-TOTALS.
016820     02  WS-PP-ISSUE-COUNT            PIC 9(07) VALUE ZERO.
016830     02  WS-PP-ISSUE-TOTAL            PIC S9(11)V99 VALUE ZERO.
016840     02  WS-PP-VOID-COUNT             PIC 9(07) VALUE ZERO.
016850     02  WS-PP-VOID-TOTAL             PIC S9(11)V99 VALUE ZERO.
016860     02  WS-PP-DTL-COUNT              PIC 9(07) VALUE ZERO.
016870     02  WS-PP-DTL-TOTAL              PIC S9(11)V99 VALUE ZERO.
016880     02  WS-PP-TRL-COUNT              PIC 9(07) VALUE ZERO.
016890     02  WS-PP-TRL-TOTAL              PIC S9(11)V99 VALUE ZERO.
016900 01  WS-DIFFERENCE                    PIC S9(11)V99 VALUE ZERO.
017000 01  WS-PAID-TOTAL                    PIC S9(11)V99 VALUE ZERO.
017100 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
020500     02  BP-DIFFERENCE                PIC $$,$$$,$$$,$$9.99CR
020600                                       BLANK WHEN ZERO.
020700     02  FILLER                       PIC X(51) VALUE SPACES.
020703 01  BAL-PP-ITEM-LINE.
020706     02  FILLER                       PIC X(01) VALUE SPACE.
020709     02  BI-TAG                       PIC X(15).
020712     02  FILLER                       PIC X(06) VALUE 'CHECK '.
020715     02  BI-CHECK-NO                  PIC 9(08).
020718     02  FILLER                       PIC X(09) VALUE '  ISSUED '.
020721     02  BI-ISSUE-DATE                PIC 9(08).
020724     02  FILLER                       PIC X(02) VALUE SPACES.
020727     02  BI-AMOUNT                    PIC $$,$$$,$$9.99.
020730     02  FILLER                       PIC X(02) VALUE SPACES.
020733     02  BI-PAYEE-NAME                PIC X(23).
020736     02  FILLER                       PIC X(02) VALUE SPACES.
020739     02  BI-EMPLOYEE-ID               PIC 9(10).
020742     02  FILLER                       PIC X(33) VALUE SPACES.
020745 01  BAL-SIGNOFF-LINE1.
020748     02  FILLER                       PIC X(01) VALUE SPACE.
020751     02  FILLER                       PIC X(50) VALUE
020754         'POSITIVE PAY FILE TIED TO THE CHECK REGISTER ABOVE'.
020757     02  FILLER                       PIC X(31) VALUE
020760         ' - SIGN OFF BEFORE TRANSMITTING'.
020763     02  FILLER                       PIC X(50) VALUE SPACES.
020766 01  BAL-SIGNOFF-LINE2.
020769     02  FILLER                       PIC X(01) VALUE SPACE.
020772     02  FILLER                       PIC X(40) VALUE
020775         'OPERATIONS: ____________________________'.
020778     02  FILLER                       PIC X(04) VALUE SPACES.
020781     02  FILLER                       PIC X(18) VALUE
020784         'DATE: ____________'.
020787     02  FILLER                       PIC X(69) VALUE SPACES.
020800*
020900 PROCEDURE DIVISION.
021000*----------------------------------------------------------*
021800     PERFORM 4000-ADD-UP-PAY-DETAIL THRU 4000-EXIT
021900     PERFORM 5000-ADD-UP-ACH THRU 5000-EXIT
022000     PERFORM 6000-ADD-UP-CHECKS THRU 6000-EXIT
022050     PERFORM 6500-ADD-UP-POSPAY THRU 6500-EXIT
022100     PERFORM 7000-PROVE-AND-CERTIFY THRU 7000-EXIT
022200     PERFORM 8000-TERMINATE THRU 8000-EXIT
022300     STOP RUN.
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF
026210     OPEN INPUT POSITIVE-PAY
026220     IF WS-PPIN-STATUS NOT = '00'
026230         DISPLAY 'EXAMP-BAL1 - OPEN FAILED, PPIN STATUS='
026240             WS-PPIN-STATUS
026250         MOVE 16 TO RETURN-CODE
026260         STOP RUN
026270     END-IF
026300     OPEN OUTPUT BAL-RPT
026400     IF WS-BALRPT-STATUS NOT = '00'
026500         DISPLAY 'EXAMP-BAL1 - OPEN FAILED, BALRPT STATUS='
029500     MOVE BC-EMPLOYEE-COUNT TO WS-REG-COUNT
029600     MOVE BC-TOTAL-GROSS TO WS-REG-GROSS
029700     MOVE BC-TOTAL-NET TO WS-REG-NET
029710     MOVE BC-TOTAL-GARNISH TO WS-REG-GARNISH
029800     MOVE 'REGISTER GROSS (STEP030)      ' TO BT-LABEL
029900     MOVE WS-REG-GROSS TO BT-AMOUNT
030000     MOVE WS-REG-COUNT TO BT-COUNT
030200     MOVE 'REGISTER NET (STEP030)        ' TO BT-LABEL
030300     MOVE WS-REG-NET TO BT-AMOUNT
030400     MOVE WS-REG-COUNT TO BT-COUNT
030500     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT
030510     MOVE 'REGISTER GARNISH (STEP030)    ' TO BT-LABEL
030520     MOVE WS-REG-GARNISH TO BT-AMOUNT
030530     MOVE WS-REG-COUNT TO BT-COUNT
030540     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT.
030600 2000-EXIT.
030700     EXIT.
030800*----------------------------------------------------------*
034700     MOVE 'PAYMENT DETAIL NET            ' TO BT-LABEL
034800     MOVE WS-DTL-NET TO BT-AMOUNT
034900     MOVE WS-DTL-COUNT TO BT-COUNT
035000     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT
035010     MOVE 'AGENCY REMITTANCES (STEP035)  ' TO BT-LABEL
035020     MOVE WS-REMIT-TOTAL TO BT-AMOUNT
035030     MOVE WS-REMIT-COUNT TO BT-COUNT
035040     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT
035050     MOVE 'REMITTANCES HELD (STEP035)    ' TO BT-LABEL
035060     MOVE WS-HELD-TOTAL TO BT-AMOUNT
035070     MOVE WS-HELD-COUNT TO BT-COUNT
035080     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT.
035100 4000-EXIT.
035200     EXIT.
035300 4100-READ-DETAIL.
035800 4100-EXIT.
035900     EXIT.
036000 4200-ADD-ONE-DETAIL.
036010     IF PD-PAYEE-AGENCY
036020         ADD PD-NET-PAY TO WS-REMIT-TOTAL
036030         ADD 1 TO WS-REMIT-COUNT
036040     ELSE
036050         IF PD-PAYEE-HELD
036060             ADD PD-NET-PAY TO WS-HELD-TOTAL
036070             ADD 1 TO WS-HELD-COUNT
036080         ELSE
036100             ADD PD-GROSS-PAY TO WS-DTL-GROSS
036200             ADD PD-NET-PAY TO WS-DTL-NET
036300             ADD 1 TO WS-DTL-COUNT
036310         END-IF
036320     END-IF
036400     PERFORM 4100-READ-DETAIL THRU 4100-EXIT.
036500 4200-EXIT.
036600     EXIT.
044400     ADD 1 TO WS-CHK-COUNT
044500     PERFORM 6100-READ-CHECK THRU 6100-EXIT.
044600 6200-EXIT.
044601     EXIT.
044602*----------------------------------------------------------*
044603*    6500-ADD-UP-POSPAY - RE-ADD THE POSITIVE PAY ISSUES    *
044604*    AND VOIDS/CANCELS FROM THE DETAILS, LISTING EACH VOID  *
044605*    AND CANCEL, AND CAPTURE THE TRAILER'S OWN TOTALS TO    *
044606*    PROVE AGAINST THEM.                                    *
044607*----------------------------------------------------------*
044608 6500-ADD-UP-POSPAY.
044609     PERFORM 6600-READ-POSPAY THRU 6600-EXIT
044610     PERFORM 6700-ADD-ONE-POSPAY THRU 6700-EXIT
044611         UNTIL END-OF-POSPAY
044612     IF NOT PP-TRAILER-SEEN
044613         SET RUN-OUT-OF-BALANCE TO TRUE
044614         MOVE 'POSITIVE PAY FILE HAS NO TRAILER RECORD   '
044615             TO BP-LABEL
044616         MOVE '** OUT OF BALANCE' TO BP-RESULT
044617         MOVE ZERO TO BP-DIFFERENCE
044618         PERFORM 7600-WRITE-PROOF-LINE THRU 7600-EXIT
044619     END-IF
044620     MOVE 'POS PAY ISSUES (FROM DETAILS) ' TO BT-LABEL
044621     MOVE WS-PP-ISSUE-TOTAL TO BT-AMOUNT
044622     MOVE WS-PP-ISSUE-COUNT TO BT-COUNT
044623     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT
044624     MOVE 'POS PAY VOIDS/CANCELS         ' TO BT-LABEL
044625     MOVE WS-PP-VOID-TOTAL TO BT-AMOUNT
044626     MOVE WS-PP-VOID-COUNT TO BT-COUNT
044627     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT
044628     MOVE 'POS PAY TRAILER TOTAL         ' TO BT-LABEL
044629     MOVE WS-PP-TRL-TOTAL TO BT-AMOUNT
044630     MOVE WS-PP-TRL-COUNT TO BT-COUNT
044631     PERFORM 7500-WRITE-TOTAL-LINE THRU 7500-EXIT.
044632 6500-EXIT.
044633     EXIT.
044634 6600-READ-POSPAY.
044635     READ POSITIVE-PAY
044636         AT END
044637             SET END-OF-POSPAY TO TRUE
044638     END-READ.
044639 6600-EXIT.
044640     EXIT.
044641 6700-ADD-ONE-POSPAY.
044642     IF PR-TYPE-DETAIL
044643         MOVE POSPAY-RECORD TO POSPAY-DETAIL-REC
044644         ADD PPD-AMOUNT TO WS-PP-DTL-TOTAL
044645         ADD 1 TO WS-PP-DTL-COUNT
044646         IF PPD-ISSUE
044647             ADD PPD-AMOUNT TO WS-PP-ISSUE-TOTAL
044648             ADD 1 TO WS-PP-ISSUE-COUNT
044649         ELSE
044650             ADD PPD-AMOUNT TO WS-PP-VOID-TOTAL
044651             ADD 1 TO WS-PP-VOID-COUNT
044652             PERFORM 6800-LIST-VOID THRU 6800-EXIT
044653         END-IF
044654     END-IF
044655     IF PR-TYPE-TRAILER
044656         SET PP-TRAILER-SEEN TO TRUE
044657         MOVE POSPAY-RECORD TO POSPAY-TRAILER-REC
044658         MOVE PPT-DETAIL-COUNT TO WS-PP-TRL-COUNT
044659         MOVE PPT-TOTAL-AMOUNT TO WS-PP-TRL-TOTAL
044660     END-IF
044661     PERFORM 6600-READ-POSPAY THRU 6600-EXIT.
044662 6700-EXIT.
044663     EXIT.
044664 6800-LIST-VOID.
044665     MOVE SPACES TO BAL-PP-ITEM-LINE
044666     IF PPD-CANCEL
044667         MOVE 'POS PAY CANCEL' TO BI-TAG
044668     ELSE
044669         MOVE 'POS PAY VOID' TO BI-TAG
044670     END-IF
044671     MOVE PPD-CHECK-NO TO BI-CHECK-NO
044672     MOVE PPD-ISSUE-DATE TO BI-ISSUE-DATE
044673     MOVE PPD-AMOUNT TO BI-AMOUNT
044674     MOVE PPD-PAYEE-NAME TO BI-PAYEE-NAME
044675     MOVE PPD-EMPLOYEE-ID TO BI-EMPLOYEE-ID
044676     WRITE BAL-LINE FROM BAL-PP-ITEM-LINE
044677         AFTER ADVANCING 1 LINE
044678     IF WS-BALRPT-STATUS NOT = '00'
044679         DISPLAY 'EXAMP-BAL1 - WRITE FAILED, BALRPT STATUS='
044680             WS-BALRPT-STATUS
044681         MOVE 16 TO RETURN-CODE
044682         STOP RUN
044683     END-IF.
044684 6800-EXIT.
044700     EXIT.
044800*----------------------------------------------------------*
044900*    7000-PROVE-AND-CERTIFY - THE CROSS-FOOT.  EVERY PROOF  *
046800     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
046900     COMPUTE WS-PAID-TOTAL = WS-ACH-DTL-TOTAL + WS-CHK-TOTAL
047000     COMPUTE WS-DIFFERENCE = WS-PAID-TOTAL - WS-REG-NET
047010         - WS-REMIT-TOTAL
047100     MOVE 'ACH + CHECKS VS REGISTER NET + REMITTED   '
047200         TO BP-LABEL
047300     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
047400     COMPUTE WS-DIFFERENCE = WS-PAID-TOTAL - WS-DTL-NET
047410         - WS-REMIT-TOTAL
047500     MOVE 'ACH + CHECKS VS DETAIL NET + REMITTED     '
047600         TO BP-LABEL
047700     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
047710     COMPUTE WS-DIFFERENCE = WS-REMIT-TOTAL + WS-HELD-TOTAL
047720         - WS-REG-GARNISH
047730     MOVE 'REMITTED + HELD VS REGISTER GARNISHMENTS  '
047740         TO BP-LABEL
047750     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
047800     COMPUTE WS-DIFFERENCE =
047900         WS-ACH-DTL-TOTAL - WS-ACH-TRL-TOTAL
048000     MOVE 'ACH DETAILS VS ACH TRAILER DOLLARS        '
049000     MOVE 'ACH ROUTING HASH VS ACH TRAILER HASH      '
049100         TO BP-LABEL
049200     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
049205     COMPUTE WS-DIFFERENCE = WS-PP-ISSUE-TOTAL - WS-CHK-TOTAL
049210     MOVE 'POS PAY ISSUES VS CHECK PRINT DOLLARS     '
049215         TO BP-LABEL
049220     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
049225     COMPUTE WS-DIFFERENCE = WS-PP-ISSUE-COUNT - WS-CHK-COUNT
049230     MOVE 'POS PAY ISSUE COUNT VS CHECK PRINT COUNT  '
049235         TO BP-LABEL
049240     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
049245     COMPUTE WS-DIFFERENCE =
049250         WS-PP-DTL-TOTAL - WS-PP-TRL-TOTAL
049255     MOVE 'POS PAY DETAILS VS POS PAY TRAILER DOLLARS'
049260         TO BP-LABEL
049265     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
049270     COMPUTE WS-DIFFERENCE =
049275         WS-PP-DTL-COUNT - WS-PP-TRL-COUNT
049280     MOVE 'POS PAY DETAIL COUNT VS POS PAY TRAILER   '
049285         TO BP-LABEL
049290     PERFORM 7100-JUDGE-PROOF THRU 7100-EXIT
049300     MOVE SPACES TO BAL-LINE
049400     WRITE BAL-LINE
049500         AFTER ADVANCING 1 LINE
050500         MOVE '** HOLD OUTPUT **' TO BP-RESULT
050600         MOVE ZERO TO BP-DIFFERENCE
050700         PERFORM 7600-WRITE-PROOF-LINE THRU 7600-EXIT
050800     END-IF
050810     MOVE SPACES TO BAL-LINE
050820     WRITE BAL-LINE
050830         AFTER ADVANCING 1 LINE
050835     PERFORM 7700-CHECK-REPORT-WRITE THRU 7700-EXIT
050840     WRITE BAL-LINE FROM BAL-SIGNOFF-LINE1
050850         AFTER ADVANCING 1 LINE
050855     PERFORM 7700-CHECK-REPORT-WRITE THRU 7700-EXIT
050860     WRITE BAL-LINE FROM BAL-SIGNOFF-LINE2
050870         AFTER ADVANCING 2 LINES
050875     PERFORM 7700-CHECK-REPORT-WRITE THRU 7700-EXIT.
050900 7000-EXIT.
051000     EXIT.
051100 7100-JUDGE-PROOF.
054200     MOVE SPACES TO BAL-PROOF-LINE.
054300 7600-EXIT.
054400     EXIT.
054410 7700-CHECK-REPORT-WRITE.
054420     IF WS-BALRPT-STATUS NOT = '00'
054430         DISPLAY 'EXAMP-BAL1 - WRITE FAILED, BALRPT STATUS='
054440             WS-BALRPT-STATUS
054450         MOVE 16 TO RETURN-CODE
054460         STOP RUN
054470     END-IF.
054480 7700-EXIT.
054490     EXIT.
054500*----------------------------------------------------------*
054600*    8000-TERMINATE - CLOSE UP.  RC=16 STOPS THE JOB        *
054700*    STREAM FROM RELEASING THE RUN'S GENERATIONS.           *
055200     CLOSE PAY-DETAIL
055300     CLOSE ACH-PAYMENT
055400     CLOSE CHECK-PRINT
055450     CLOSE POSITIVE-PAY
055500     CLOSE BAL-RPT
055600     IF RUN-IN-BALANCE
055700         MOVE 0 TO RETURN-CODE
